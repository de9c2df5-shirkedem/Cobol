      *> One-shot cutover utility, the cnvfiles.cbl pattern: brings
      *> a single-branch site's files onto the branch layouts. Every
      *> account carries a home branch, every ledger entry (live and
      *> archived) the branch it posted at and every drawer proof its
      *> operator's branch - each a three-digit code on the end of
      *> the record - so accounts.dat, transactions.dat, tranarch.dat
      *> and drawerhst.dat are all unreadable under the new FDs until
      *> converted. Operators are not touched here: OPERCNV takes
      *> operators.dat from its id-and-name layout straight to the
      *> current one, branch 001 included. Everything already on
      *> file happened at the one branch there was, so it is all
      *> stamped head office, 001,
      *> and branches.dat is created with head office as its only
      *> record; the other branches, and head office's manager, are
      *> keyed afterwards through BANKSYSTEM's Maintain Branches, and
      *> operators and accounts are moved onto them through Maintain
      *> Operators and Transfer Account Branch.
      *> Each file converts in two passes through brchcnv.wrk: read
      *> through a literal copy of its old FD and staged, then read
      *> back and loaded over the live name with the branch on the
      *> end, so a crash mid-file leaves the file recoverable from
      *> the work file. The old layouts are spelled out literally
      *> here - they no longer exist in any copybook.
      *> Cutover order, with nothing else running: OPERCNV, then
      *> this program ONCE, then a fresh MSTUNLD - a backup unloaded
      *> before the cutover is in the old account layout and MSTRELD
      *> can no longer load it.
      *> Record counts per file are printed; a file that does not
      *> exist is skipped. A branches.dat already on file means the
      *> cutover has happened and the run refuses, and every old
      *> file is test-opened first - one that opens with any status
      *> other than clean or missing halts the run before a single
      *> live file is rewritten.
      *> A site still coming forward from the older layouts
      *> CNVFILES and TRNREORG read does not run this: those write
      *> the branch layouts directly, stamped 001, and head office
      *> only has to be added to the branch master through Maintain
      *> Branches. OPERCNV is run either way.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. BRCHCNV.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OACCT-NUMBER
               FILE STATUS IS WS-OACCT-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT OLD-TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OTRAN-KEY
               FILE STATUS IS WS-OTRAN-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-KEY
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO "tranarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OARC-FILE-STATUS.
           SELECT TRAN-ARCHIVE-FILE ASSIGN TO "tranarch.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TARC-FILE-STATUS.
           SELECT OLD-DRAWER-FILE ASSIGN TO "drawerhst.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODRW-FILE-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "drawerhst.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRWR-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRCH-FILE-STATUS.
           SELECT CONVERT-WORK-FILE ASSIGN TO "brchcnv.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
      *> the previous layouts, spelled out literally - each is the
      *> current one without the branch on the end.
      *> accounts - 51 bytes: number 10, type 14, balance 11,
      *> customer 6, overdraft limit 9, status 1.
         FD OLD-ACCOUNT-FILE.
         01  OACCT-RECORD.
             05  OACCT-NUMBER         PIC 9(10).
             05  OACCT-TYPE           PIC A(14).
             05  OACCT-BALANCE        PIC S9(9)V99.
             05  OACCT-CUST-ID        PIC 9(6).
             05  OACCT-OVERDRAFT-LIM  PIC 9(7)V99.
             05  OACCT-STATUS         PIC X(1).

         FD ACCOUNT-FILE.
           COPY ACCTREC.

      *> ledger entries, live and archived - 61 bytes: key 22
      *> (account 10, date 8, sequence 4), type 1, amount 11, link
      *> account 10, original type 1, original date 8, operator 8.
         FD OLD-TRANSACTION-FILE.
         01  OTRAN-RECORD.
             05  OTRAN-KEY.
                 10  OTRAN-ACCOUNT-NUMBER PIC 9(10).
                 10  OTRAN-DATE           PIC X(8).
                 10  OTRAN-SEQ            PIC 9(4).
             05  OTRAN-TYPE           PIC X(1).
             05  OTRAN-AMOUNT         PIC 9(9)V99.
             05  OTRAN-LINK-ACCOUNT   PIC 9(10).
             05  OTRAN-ORIG-TYPE      PIC X(1).
             05  OTRAN-ORIG-DATE      PIC X(8).
             05  OTRAN-OPERATOR-ID    PIC X(8).

         FD TRANSACTION-FILE.
           COPY TRANREC.

         FD OLD-ARCHIVE-FILE.
         01  OARC-RECORD              PIC X(61).

         FD TRAN-ARCHIVE-FILE.
           COPY TRANREC
             REPLACING ==TRANSACTION-RECORD== BY ==TRAN-ARCH-RECORD==
             ==TRAN-KEY== BY ==TARC-KEY==
             ==TRAN-ACCOUNT-NUMBER== BY ==TARC-ACCOUNT-NUMBER==
             ==TRAN-DATE== BY ==TARC-DATE==
             ==TRAN-SEQ== BY ==TARC-SEQ==
             ==TRAN-TYPE== BY ==TARC-TYPE==
             ==TRAN-AMOUNT== BY ==TARC-AMOUNT==
             ==TRAN-LINK-ACCOUNT== BY ==TARC-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TARC-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TARC-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TARC-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TARC-BRANCH==.

      *> drawer proofs - 74 bytes: business date 8, operator 8,
      *> opening 11, expected 11, counted 11, over/short 11, session
      *> end 14.
         FD OLD-DRAWER-FILE.
         01  ODRW-RECORD              PIC X(74).

         FD DRAWER-FILE.
           COPY DRWRREC.

         FD BRANCH-FILE.
           COPY BRCHREC.

         FD CONVERT-WORK-FILE.
         01  WORK-RECORD              PIC X(74).

         WORKING-STORAGE SECTION.
       01 WS-OACCT-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-ACCT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-OTRAN-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-TRAN-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-OARC-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-TARC-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-ODRW-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-DRWR-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-BRCH-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-WORK-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-EOF                PIC X     VALUE "N".

      *> the branch everything already on file belongs to.
       01 WS-HEAD-OFFICE        PIC 9(3)  VALUE 001.

      *> which old files are on hand, from the test-open pass.
       01 WS-HAVE-ACCOUNTS      PIC X     VALUE "N".
       01 WS-HAVE-TRANSACTIONS  PIC X     VALUE "N".
       01 WS-HAVE-ARCHIVE       PIC X     VALUE "N".
       01 WS-HAVE-DRAWERS       PIC X     VALUE "N".

       01 WS-ACCT-STAGED        PIC 9(8)  VALUE ZEROS.
       01 WS-ACCT-COUNT         PIC 9(8)  VALUE ZEROS.
       01 WS-TRAN-STAGED        PIC 9(8)  VALUE ZEROS.
       01 WS-TRAN-COUNT         PIC 9(8)  VALUE ZEROS.
       01 WS-ARC-STAGED         PIC 9(8)  VALUE ZEROS.
       01 WS-ARC-COUNT          PIC 9(8)  VALUE ZEROS.
       01 WS-DRWR-STAGED        PIC 9(8)  VALUE ZEROS.
       01 WS-DRWR-COUNT         PIC 9(8)  VALUE ZEROS.

       01 WS-DATETIME           PIC X(20).
       01 WS-CURRENT-DATE       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Branch Layout Conversion --"
           DISPLAY "Run once at cutover, with nothing else running."

           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME
           MOVE WS-DATETIME(1:8) TO WS-CURRENT-DATE

           PERFORM CHECK-ALREADY-CONVERTED
           PERFORM CHECK-OLD-FILES

           PERFORM CONVERT-ACCOUNTS
           PERFORM CONVERT-TRANSACTIONS
           PERFORM CONVERT-ARCHIVE
           PERFORM CONVERT-DRAWERS
           PERFORM SEED-BRANCH-MASTER

           DISPLAY " "
           DISPLAY "-- Conversion Report --"
           DISPLAY "                     staged   converted"
           DISPLAY "Accounts:          " WS-ACCT-STAGED " "
                   WS-ACCT-COUNT
           DISPLAY "Ledger entries:    " WS-TRAN-STAGED " "
                   WS-TRAN-COUNT
           DISPLAY "Archived entries:  " WS-ARC-STAGED " "
                   WS-ARC-COUNT
           DISPLAY "Drawer proofs:     " WS-DRWR-STAGED " "
                   WS-DRWR-COUNT
           IF WS-ACCT-STAGED = WS-ACCT-COUNT AND
              WS-TRAN-STAGED = WS-TRAN-COUNT AND
              WS-ARC-STAGED  = WS-ARC-COUNT  AND
              WS-DRWR-STAGED = WS-DRWR-COUNT
              DISPLAY "COUNTS PROVE - nothing lost."
           ELSE
              DISPLAY "*** COUNT MISMATCH - the work file "
                      "brchcnv.wrk still holds the last file "
                      "staged; investigate before deleting it ***"
           END-IF
           DISPLAY "Everything on file is now at branch "
                   WS-HEAD-OFFICE " - key the other branches "
                   "through Maintain Branches."
           STOP RUN.

       CHECK-ALREADY-CONVERTED.
           *> the branch master is created by this run and by nothing
           *> else before it - if it is there, the cutover has happened
           *> and the old FDs would misparse every converted file.
           OPEN INPUT BRANCH-FILE
           IF WS-BRCH-FILE-STATUS = "35"
              EXIT PARAGRAPH
           END-IF
           CLOSE BRANCH-FILE
           DISPLAY "branches.dat is already on file - the branch "
                   "cutover has happened. Stopping before anything "
                   "is touched."
           STOP RUN.

       CHECK-OLD-FILES.
           *> every old file is opened before any is rewritten, so a
           *> file that will not open cleanly stops the run with the
           *> site's data exactly as it was.
           OPEN INPUT OLD-ACCOUNT-FILE
           IF WS-OACCT-FILE-STATUS = "00"
              MOVE "Y" TO WS-HAVE-ACCOUNTS
              CLOSE OLD-ACCOUNT-FILE
           ELSE
              IF WS-OACCT-FILE-STATUS NOT = "35"
                 DISPLAY "accounts.dat open status "
                         WS-OACCT-FILE-STATUS
                         " - conversion halted, nothing rewritten."
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT OLD-TRANSACTION-FILE
           IF WS-OTRAN-FILE-STATUS = "00"
              MOVE "Y" TO WS-HAVE-TRANSACTIONS
              CLOSE OLD-TRANSACTION-FILE
           ELSE
              IF WS-OTRAN-FILE-STATUS NOT = "35"
                 DISPLAY "transactions.dat open status "
                         WS-OTRAN-FILE-STATUS
                         " - conversion halted, nothing rewritten."
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OARC-FILE-STATUS = "00"
              MOVE "Y" TO WS-HAVE-ARCHIVE
              CLOSE OLD-ARCHIVE-FILE
           ELSE
              IF WS-OARC-FILE-STATUS NOT = "35"
                 DISPLAY "tranarch.dat open status "
                         WS-OARC-FILE-STATUS
                         " - conversion halted, nothing rewritten."
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT OLD-DRAWER-FILE
           IF WS-ODRW-FILE-STATUS = "00"
              MOVE "Y" TO WS-HAVE-DRAWERS
              CLOSE OLD-DRAWER-FILE
           ELSE
              IF WS-ODRW-FILE-STATUS NOT = "35"
                 DISPLAY "drawerhst.dat open status "
                         WS-ODRW-FILE-STATUS
                         " - conversion halted, nothing rewritten."
                 STOP RUN
              END-IF
           END-IF
           EXIT PARAGRAPH.

       CONVERT-ACCOUNTS.
           IF WS-HAVE-ACCOUNTS = "N"
              DISPLAY "No accounts.dat - skipped."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-ACCOUNT-FILE
           OPEN OUTPUT CONVERT-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-ACCOUNT-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE WORK-RECORD FROM OACCT-RECORD
                       ADD 1 TO WS-ACCT-STAGED
                   END-READ
           END-PERFORM
           CLOSE OLD-ACCOUNT-FILE
           CLOSE CONVERT-WORK-FILE

           *> the staged image is the front of the new record; the
           *> home branch goes on the end.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONVERT-WORK-FILE
           OPEN OUTPUT ACCOUNT-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CONVERT-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD(1:51)
                            TO ACCOUNT-RECORD(1:51)
                       MOVE WS-HEAD-OFFICE TO ACCOUNT-BRANCH
                       WRITE ACCOUNT-RECORD
                       ADD 1 TO WS-ACCT-COUNT
                   END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE ACCOUNT-FILE
           DISPLAY "accounts.dat converted."
           EXIT PARAGRAPH.

       CONVERT-TRANSACTIONS.
           IF WS-HAVE-TRANSACTIONS = "N"
              DISPLAY "No transactions.dat - skipped."
              EXIT PARAGRAPH
           END-IF
           *> read and written in key order, so the load goes back
           *> in the order the keyed ledger expects.
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-TRANSACTION-FILE
           OPEN OUTPUT CONVERT-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-TRANSACTION-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE WORK-RECORD FROM OTRAN-RECORD
                       ADD 1 TO WS-TRAN-STAGED
                   END-READ
           END-PERFORM
           CLOSE OLD-TRANSACTION-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT CONVERT-WORK-FILE
           OPEN OUTPUT TRANSACTION-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CONVERT-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD(1:61)
                            TO TRANSACTION-RECORD(1:61)
                       MOVE WS-HEAD-OFFICE TO TRAN-BRANCH
                       WRITE TRANSACTION-RECORD
                       ADD 1 TO WS-TRAN-COUNT
                   END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE TRANSACTION-FILE
           DISPLAY "transactions.dat converted."
           EXIT PARAGRAPH.

       CONVERT-ARCHIVE.
           IF WS-HAVE-ARCHIVE = "N"
              DISPLAY "No tranarch.dat - skipped."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-ARCHIVE-FILE
           OPEN OUTPUT CONVERT-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-ARCHIVE-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE WORK-RECORD FROM OARC-RECORD
                       ADD 1 TO WS-ARC-STAGED
                   END-READ
           END-PERFORM
           CLOSE OLD-ARCHIVE-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT CONVERT-WORK-FILE
           OPEN OUTPUT TRAN-ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CONVERT-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD(1:61)
                            TO TRAN-ARCH-RECORD(1:61)
                       MOVE WS-HEAD-OFFICE TO TARC-BRANCH
                       WRITE TRAN-ARCH-RECORD
                       ADD 1 TO WS-ARC-COUNT
                   END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE TRAN-ARCHIVE-FILE
           DISPLAY "tranarch.dat converted."
           EXIT PARAGRAPH.

       CONVERT-DRAWERS.
           IF WS-HAVE-DRAWERS = "N"
              DISPLAY "No drawerhst.dat - skipped."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-DRAWER-FILE
           OPEN OUTPUT CONVERT-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-DRAWER-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE WORK-RECORD FROM ODRW-RECORD
                       ADD 1 TO WS-DRWR-STAGED
                   END-READ
           END-PERFORM
           CLOSE OLD-DRAWER-FILE
           CLOSE CONVERT-WORK-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT CONVERT-WORK-FILE
           OPEN OUTPUT DRAWER-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ CONVERT-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD(1:74)
                            TO DRAWER-RECORD(1:74)
                       MOVE WS-HEAD-OFFICE TO DRWR-BRANCH
                       WRITE DRAWER-RECORD
                       ADD 1 TO WS-DRWR-COUNT
                   END-READ
           END-PERFORM
           CLOSE CONVERT-WORK-FILE
           CLOSE DRAWER-FILE
           DISPLAY "drawerhst.dat converted."
           EXIT PARAGRAPH.

       SEED-BRANCH-MASTER.
           *> head office goes on as the one open branch; its manager
           *> is named through Maintain Branches.
           OPEN OUTPUT BRANCH-FILE
           MOVE WS-HEAD-OFFICE  TO BRANCH-CODE
           MOVE "HEAD OFFICE"   TO BRANCH-NAME
           MOVE SPACES          TO BRANCH-MANAGER
           MOVE "A"             TO BRANCH-STATUS
           MOVE WS-CURRENT-DATE TO BRANCH-OPENED-DATE
           WRITE BRANCH-RECORD
           CLOSE BRANCH-FILE
           DISPLAY "branches.dat created with branch "
                   WS-HEAD-OFFICE " HEAD OFFICE."
           EXIT PARAGRAPH.

       END PROGRAM BRCHCNV.
