           SELECT REJECT-FILE ASSIGN TO "custrej.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREJ-FILE-STATUS.
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
         *> rejresub.cbl.
           COPY CREJREC.

         FD WATCH-LIST-FILE.
         *> the sanctions watch list new customers are screened
         *> against; see WLSTREC.cpy.
           COPY WLSTREC.

         FD SANCTION-FILE.
         *> screening cases - a customer who matches the list is held
         *> here instead of being created; see SANCREC.cpy.
           COPY SANCREC.

         WORKING-STORAGE SECTION.
       01 WS-NEWCUST-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-CREJ-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-CUST-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-CKPT-FILE-STATUS    PIC X(2) VALUE "00".
       01 WS-AUDIT-FILE-STATUS   PIC X(2) VALUE "00".
       01 WS-WL-FILE-STATUS      PIC X(2) VALUE "00".
       01 WS-SANC-FILE-STATUS    PIC X(2) VALUE "00".

       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 100.
       01 WS-SKIP-COUNT          PIC 9(8) VALUE ZEROS.
       01 WS-RECORDS-READ        PIC 9(8) VALUE ZEROS.
       01 WS-RECORDS-WRITTEN     PIC 9(8) VALUE ZEROS.
       01 WS-RECORDS-DUPLICATE   PIC 9(8) VALUE ZEROS.
       01 WS-RECORDS-HELD        PIC 9(8) VALUE ZEROS.
       01 WS-EOF                 PIC X    VALUE "N".
       01 WS-FOUND               PIC X    VALUE "N".
       01 WS-SKIP-EOF            PIC X    VALUE "N".
       01 WS-CURRENT-TIMESTAMP   PIC X(14).
       01 WS-AUDIT-KEY-TXT       PIC X(10).

       *> watch-list screening of each new customer, the
       *> CREATE-CUSTOMER rule.
           COPY SCRNWORK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "Records read:       " WS-RECORDS-READ
           DISPLAY "Customers written:  " WS-RECORDS-WRITTEN
           DISPLAY "Duplicates skipped: " WS-RECORDS-DUPLICATE
           DISPLAY "Held for screening: " WS-RECORDS-HELD
           IF WS-RECORDS-DUPLICATE > 0
              DISPLAY "Rejects written to custrej.dat - repair and "
                      "resubmit through REJRESUB."
           END-IF
           IF WS-RECORDS-HELD > 0
              DISPLAY "Held customers await a compliance decision "
                      "through BANKSYSTEM's Screening Decisions."
           END-IF
           STOP RUN.

       LOAD-CHECKPOINT.
                 ELSE
                    MOVE NEWCUST-DATE-OPENED TO CUSTOMER-DATE-OPENED
                 END-IF
                 *> a possible watch-list match is held for Compliance
                 *> instead of being written - not a reject.
                 MOVE NEWCUST-ID   TO WS-SCR-CUST-ID
                 MOVE NEWCUST-NAME TO WS-SCR-NAME
                 MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
                 MOVE WS-DATETIME(1:8) TO WS-SCR-DATE
                 MOVE "CUSTIMP"    TO WS-SCR-SOURCE
                 PERFORM SCREEN-NEW-CUSTOMER
                 IF WS-SCR-HITS > 0
                    DISPLAY "Possible watch-list match, held for "
                            "compliance: " NEWCUST-ID
                    ADD 1 TO WS-RECORDS-HELD
                    MOVE NEWCUST-ID       TO WS-AUDIT-KEY-TXT
                    MOVE "SCREENING-HOLD" TO AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                 ELSE
                    WRITE CUSTOMER-RECORD
                    ADD 1 TO WS-RECORDS-WRITTEN

                    MOVE NEWCUST-ID       TO WS-AUDIT-KEY-TXT
                    MOVE "CREATE-CUSTOMER" TO AUDIT-ACTION
                    PERFORM WRITE-AUDIT-RECORD
                 END-IF
              END-IF
           END-IF

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

       END PROGRAM CUSTIMP.
