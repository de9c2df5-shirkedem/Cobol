      *> and any break notes (a proof break, a refused clearing
      *> file, matured funds held); reads the run-control file for
      *> steps that started but never completed - the restart
      *> pointer when the stream died, and which steps only got
      *> there on a restart (a money-moving job that picked up from
      *> its restart point leaves an "RS" results line saying where
      *> it took over and what the broken run had already done);
      *> and counts the rejects
      *> sitting in batchrej.dat, custrej.dat and clearrej.dat
      *> waiting for REJRESUB - all three drain as repairs apply;
      *> and lists the maker-checker items still open on pending.dat
      *> - BANKSYSTEM can't decide anything while the day is closed,
      *> so what is open now is what was open at DAYCLOSE.
      *> Output goes to
      *> opsrpt.dat, one 132-byte print line per record, and to
      *> SYSOUT. Runs after every other step of the stream and
           SELECT CLEARING-REJECT-FILE ASSIGN TO "clearrej.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRJ-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "opsrpt.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
         FD CLEARING-REJECT-FILE.
           COPY CLRJREC.

         FD PENDING-FILE.
           COPY PENDREC.

         FD REPORT-FILE.
         01  RPT-PRINT-LINE      PIC X(132).

       01 WS-BREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CLRJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-PEND-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RPT-FILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-BREJ-WAITING      PIC 9(6)  VALUE ZEROS.
       01 WS-CREJ-WAITING      PIC 9(6)  VALUE ZEROS.
       01 WS-CLRJ-WAITING      PIC 9(6)  VALUE ZEROS.
       01 WS-PEND-OPEN         PIC 9(4)  VALUE ZEROS.

       *> steps seen on the run-control file for the date, so the
       *> report can point at a step that started and never finished
              10 WS-STEP-PROGRAM   PIC X(8).
              10 WS-STEP-STARTED   PIC X.
              10 WS-STEP-COMPLETED PIC X.
              10 WS-STEP-STARTS    PIC 9(2).
       01 WS-STEPS-INCOMPLETE  PIC 9(2)  VALUE ZEROS.

       *> print line work areas.
           PERFORM REPORT-JOB-OUTCOMES
           PERFORM REPORT-INCOMPLETE-STEPS
           PERFORM REPORT-WAITING-REJECTS
           PERFORM REPORT-OPEN-APPROVALS

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-BREAKS-REPORTED = 0 AND WS-STEPS-INCOMPLETE = 0
              AND WS-PEND-OPEN = 0
              MOVE "NIGHT CLEAN - NOTHING NEEDS A PERSON."
                   TO WS-PRINT-LINE
           ELSE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "ATTENTION: " WS-BREAKS-REPORTED
                     " BREAK(S), " WS-STEPS-INCOMPLETE
                     " INCOMPLETE STEP(S), " WS-PEND-OPEN
                     " PENDING APPROVAL(S) - SEE ABOVE."
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           DISPLAY "Rejects waiting:    batch " WS-BREJ-WAITING
                   "  customer " WS-CREJ-WAITING
                   "  clearing " WS-CLRJ-WAITING
           DISPLAY "Pending approvals:  " WS-PEND-OPEN
           DISPLAY "Report written to opsrpt.dat."
           STOP RUN.

           EXIT PARAGRAPH.

       REPORT-ONE-OUTCOME.
           *> a restarted job's second line: not a job of its own,
           *> just where the rerun took over from the broken run.
           IF BRES-STATUS = "RS"
              PERFORM REPORT-ONE-RESTART
              EXIT PARAGRAPH
           END-IF
           MOVE BRES-AMOUNT-MOVED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " BRES-STATUS " " BRES-PROGRAM-ID
           END-IF
           EXIT PARAGRAPH.

       REPORT-ONE-RESTART.
           MOVE BRES-AMOUNT-MOVED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "       COMPLETED ON A RESTART - " BRES-NOTE
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "       BEFORE THE BREAK: " BRES-ITEMS-READ
                  " ITEM(S) DONE, MOVED " WS-AMOUNT-EDIT
                  " - INCLUDED ABOVE"
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           EXIT PARAGRAPH.

       REPORT-INCOMPLETE-STEPS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
                      TO WS-STEP-PROGRAM(WS-STEP-SLOT)
                 MOVE "N" TO WS-STEP-STARTED(WS-STEP-SLOT)
                 MOVE "N" TO WS-STEP-COMPLETED(WS-STEP-SLOT)
                 MOVE ZEROS TO WS-STEP-STARTS(WS-STEP-SLOT)
              ELSE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF RUNC-STATUS = "S"
              MOVE "Y" TO WS-STEP-STARTED(WS-STEP-SLOT)
              ADD 1 TO WS-STEP-STARTS(WS-STEP-SLOT)
           END-IF
           IF RUNC-STATUS = "C"
              MOVE "Y" TO WS-STEP-COMPLETED(WS-STEP-SLOT)

       REPORT-ONE-STEP.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-STEP-COMPLETED(WS-STEP-IDX) = "Y" AND
              WS-STEP-STARTS(WS-STEP-IDX) > 1
              STRING "  " WS-STEP-PROGRAM(WS-STEP-IDX)
                     " COMPLETED ON A RESTART - STARTED "
                     WS-STEP-STARTS(WS-STEP-IDX) " TIMES"
                     DELIMITED BY SIZE INTO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-STEP-COMPLETED(WS-STEP-IDX) = "Y"
              STRING "  " WS-STEP-PROGRAM(WS-STEP-IDX)
                     " COMPLETED"
           CLOSE CLEARING-REJECT-FILE
           EXIT PARAGRAPH.

       REPORT-OPEN-APPROVALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PENDING APPROVALS OPEN AT DAY-CLOSE:" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "N" TO WS-EOF
           OPEN INPUT PENDING-FILE
           IF WS-PEND-FILE-STATUS NOT = "35"
              PERFORM UNTIL WS-EOF = "Y"
                      READ PENDING-FILE NEXT RECORD
                      AT END
                         MOVE "Y" TO WS-EOF
                      NOT AT END
                          IF PEND-STATUS = "O"
                             PERFORM REPORT-ONE-APPROVAL
                          END-IF
                      END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF
           IF WS-PEND-OPEN = 0
              MOVE "  (NONE)" TO WS-PRINT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           EXIT PARAGRAPH.

       REPORT-ONE-APPROVAL.
           *> kind P posting, T transfer, R reversal; the type is the
           *> D/W of a posting or of the entry being reversed.
           MOVE PEND-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " PEND-ID " " PEND-KIND " " PEND-TRAN-TYPE
                  " " PEND-ACCOUNT-NUMBER " " WS-AMOUNT-EDIT
                  " KEYED BY " PEND-MAKER-ID
                  " AT " PEND-TIMESTAMP
                  " " PEND-REASON
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO WS-PEND-OPEN
           EXIT PARAGRAPH.

       WRITE-REPORT-LINE.
           MOVE WS-PRINT-LINE TO RPT-PRINT-LINE
           WRITE RPT-PRINT-LINE
