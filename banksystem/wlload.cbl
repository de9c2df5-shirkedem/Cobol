      *> Batch job: loads the sanctions watch list Compliance
      *> receives (wlfeed.dat, WLFDREC.cpy) into WATCH-LIST-FILE
      *> (watchlst.dat, WLSTREC.cpy), the file every onboarding path
      *> - BANKSYSTEM's Create Customer, BANKBAT, CUSTIMP and
      *> REJRESUB - screens new customers against. The feed is
      *> trailer-balanced like the inbound clearing file: a first
      *> pass counts the details against the trailer, and a list
      *> that did not arrive whole is refused with the list already
      *> on file left exactly as it was. A balanced list REPLACES
      *> the file - every issue of the list is complete in itself -
      *> and each name is stored with its screening key (the
      *> SCRNWORK.cpy rule) and the load timestamp, which is how
      *> SANCSCRN knows the list changed and everyone on
      *> customers.dat must be rescreened.
      *> Loading the same list twice does no harm, so there is no
      *> rerun refusal: Compliance may load a list received during
      *> the day and run SANCSCRN straight after. No feed on hand is
      *> a clean run. Meant to run from the same JCL stream as
      *> BANKBAT, ahead of it - see banksystem/jcl/BANKBAT.jcl.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. WLLOAD.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WATCH-FEED-FILE ASSIGN TO "wlfeed.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WLF-FILE-STATUS.
           SELECT WATCH-LIST-FILE ASSIGN TO "watchlst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-ENTRY-ID
               ALTERNATE RECORD KEY IS WL-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-WL-FILE-STATUS.
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
         FD WATCH-FEED-FILE.
           COPY WLFDREC.

         FD WATCH-LIST-FILE.
           COPY WLSTREC.

         FD CONTROL-FILE.
         *> read for the business date the run-control log carries.
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
       01 WS-WLF-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-WL-FILE-STATUS    PIC X(2)  VALUE "00".
       01 WS-CTRL-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-AUDIT-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-RUNC-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-BRES-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       *> balancing pass: what the list says it carries (trailer)
       *> against what was actually read.
       01 WS-TRAILER-SEEN      PIC X     VALUE "N".
       01 WS-TRAILER-COUNT     PIC 9(8)  VALUE ZEROS.
       01 WS-READ-COUNT        PIC 9(8)  VALUE ZEROS.

       01 WS-ENTRIES-LOADED    PIC 9(8)  VALUE ZEROS.
       01 WS-ENTRIES-REFUSED   PIC 9(8)  VALUE ZEROS.

       *> the screening key each listed name is stored under.
           COPY SCRNWORK.

       01 WS-AUDIT-KEY-TXT     PIC X(10).
       01 WS-AUDIT-REASON      PIC X(30) VALUE SPACES.

       01 WS-DATETIME          PIC X(20).
       01 WS-CURRENT-DATE      PIC X(8).
       01 WS-CURRENT-TIMESTAMP PIC X(14).
       01 WS-BUSINESS-DATE     PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Watch List Load --"

           PERFORM GET-CURRENT-DATE
           PERFORM GET-BUSINESS-DATE
           MOVE "S" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL

           *> first pass: prove the list against its own trailer
           *> before the file on hand is touched.
           PERFORM BALANCE-WATCH-FEED
           IF WS-TRAILER-SEEN = "N"
              DISPLAY "*** LIST REFUSED - no trailer record ***"
              DISPLAY "The watch list on file is unchanged."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "WATCH LIST REFUSED - NO TRAILER" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-READ-COUNT
              DISPLAY "*** LIST REFUSED - trailer mismatch ***"
              DISPLAY "Trailer count: " WS-TRAILER-COUNT
                      "  entries read: " WS-READ-COUNT
              DISPLAY "The watch list on file is unchanged. Have the "
                      "list re-sent."
              MOVE WS-READ-COUNT TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "BK" TO BRES-STATUS
              MOVE "WATCH LIST REFUSED - TRAILER MISMATCH"
                   TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              STOP RUN
           END-IF
           DISPLAY "List balances to its trailer: "
                   WS-READ-COUNT " entries"

           *> second pass: replace the list.
           OPEN OUTPUT WATCH-LIST-FILE
           MOVE "N" TO WS-EOF
           OPEN INPUT WATCH-FEED-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ WATCH-FEED-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WLF-RECORD-TYPE = "D"
                          PERFORM LOAD-ONE-ENTRY
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE WATCH-FEED-FILE
           CLOSE WATCH-LIST-FILE

           MOVE "WATCHLIST" TO WS-AUDIT-KEY-TXT
           STRING "ENTRIES " WS-ENTRIES-LOADED
                  DELIMITED BY SIZE INTO WS-AUDIT-REASON
           PERFORM WRITE-AUDIT-RECORD

           DISPLAY " "
           DISPLAY "-- Watch List Load Report --"
           DISPLAY "Entries on list:     " WS-READ-COUNT
           DISPLAY "Entries loaded:      " WS-ENTRIES-LOADED
           DISPLAY "Entries refused:     " WS-ENTRIES-REFUSED
           DISPLAY "SANCSCRN will rescreen customers.dat against the "
                   "new list."

           MOVE WS-READ-COUNT      TO BRES-ITEMS-READ
           MOVE WS-ENTRIES-LOADED  TO BRES-ITEMS-APPLIED
           MOVE WS-ENTRIES-REFUSED TO BRES-ITEMS-REJECTED
           MOVE ZEROS              TO BRES-AMOUNT-MOVED
           IF WS-ENTRIES-REFUSED > 0
              MOVE "BK" TO BRES-STATUS
              MOVE "WATCH LIST ENTRIES REFUSED - SEE SYSOUT"
                   TO BRES-NOTE
           ELSE
              MOVE "OK" TO BRES-STATUS
              MOVE "WATCH LIST LOADED" TO BRES-NOTE
           END-IF
           PERFORM WRITE-BATCH-RESULT

           MOVE "C" TO RUNC-STATUS
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.

       BALANCE-WATCH-FEED.
           MOVE "N" TO WS-EOF
           OPEN INPUT WATCH-FEED-FILE
           IF WS-WLF-FILE-STATUS = "35"
              DISPLAY "No watch list on hand. The list on file "
                      "stands."
              *> the morning report must still show the step ran.
              MOVE ZEROS TO BRES-ITEMS-READ
              MOVE ZEROS TO BRES-ITEMS-APPLIED
              MOVE ZEROS TO BRES-ITEMS-REJECTED
              MOVE ZEROS TO BRES-AMOUNT-MOVED
              MOVE "OK" TO BRES-STATUS
              MOVE "NO WATCH LIST RECEIVED" TO BRES-NOTE
              PERFORM WRITE-BATCH-RESULT
              MOVE "C" TO RUNC-STATUS
              PERFORM WRITE-RUN-CONTROL
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
                   READ WATCH-FEED-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WLF-RECORD-TYPE = "D"
                          ADD 1 TO WS-READ-COUNT
                       END-IF
                       IF WLF-RECORD-TYPE = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE WLF-RECORD-COUNT TO WS-TRAILER-COUNT
                       END-IF
                   END-READ
           END-PERFORM
           CLOSE WATCH-FEED-FILE
           EXIT PARAGRAPH.

       LOAD-ONE-ENTRY.
           *> an entry with no id or no name can't be screened
           *> against or decided on - listed, not loaded.
           IF WLF-ENTRY-ID = SPACES OR WLF-LIST-NAME = SPACES
              DISPLAY "Entry refused, id or name missing: "
                      WLF-ENTRY-ID " " WLF-LIST-NAME
              ADD 1 TO WS-ENTRIES-REFUSED
              EXIT PARAGRAPH
           END-IF
           MOVE WLF-LIST-NAME TO WS-SCR-NAME
           PERFORM NORMALIZE-SCREEN-NAME
           IF WS-SCR-KEY = SPACES
              DISPLAY "Entry refused, no letters or digits in the "
                      "name: " WLF-ENTRY-ID
              ADD 1 TO WS-ENTRIES-REFUSED
              EXIT PARAGRAPH
           END-IF

           MOVE WLF-ENTRY-ID         TO WL-ENTRY-ID
           MOVE WLF-LIST-NAME        TO WL-LIST-NAME
           MOVE WLF-PROGRAMME        TO WL-PROGRAMME
           MOVE WS-SCR-KEY           TO WL-MATCH-KEY
           MOVE WS-CURRENT-TIMESTAMP TO WL-LOAD-TIMESTAMP
           WRITE WATCH-LIST-RECORD
               INVALID KEY
                   DISPLAY "Entry refused, duplicate id: "
                           WLF-ENTRY-ID
                   ADD 1 TO WS-ENTRIES-REFUSED
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-LOADED
           END-WRITE
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
           *> the reason is one-shot, cleared after each write.
           MOVE WS-AUDIT-KEY-TXT     TO AUDIT-KEY
           MOVE "WATCH-LIST-LOAD"    TO AUDIT-ACTION
           MOVE WS-CURRENT-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-REASON      TO AUDIT-REASON
           MOVE SPACES               TO WS-AUDIT-REASON
           MOVE "WLLOAD"             TO AUDIT-OPERATOR-ID
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT PARAGRAPH.

       WRITE-RUN-CONTROL.
           *> caller sets RUNC-STATUS - "S" at start, "C" at the end.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE "WLLOAD"         TO RUNC-PROGRAM-ID
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
           MOVE "WLLOAD"   TO BRES-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:14) TO BRES-TIMESTAMP
           OPEN EXTEND BATCH-RESULT-FILE
           IF WS-BRES-FILE-STATUS = "35"
              OPEN OUTPUT BATCH-RESULT-FILE
           END-IF
           WRITE BATCH-RESULT-RECORD
           CLOSE BATCH-RESULT-FILE
           EXIT PARAGRAPH.

       END PROGRAM WLLOAD.
