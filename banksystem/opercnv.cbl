      *> One-shot cutover utility, the cnvfiles.cbl pattern: converts
      *> operators.dat from the 38-byte layout (id and name only) to
      *> the current one, which carries each operator's authority
      *> limit and supervisor flag for the maker-checker rules. The
      *> old layout is spelled out literally here - it no longer
      *> exists in any copybook. The file is staged to opercnv.wrk
      *> first and loaded back over the live name, so a crash
      *> mid-run leaves everything recoverable from the work file.
      *> Every converted operator gets the standard limit below and
      *> no supervisor authority, except the first record on file -
      *> the operator who founded the master - who becomes the
      *> supervisor with no practical limit, so someone can sign on
      *> and set the others up through Maintain Operators. Everyone
      *> starts at head office, branch 001 (see BRCHREC.cpy).
      *> Run it ONCE, with BANKSYSTEM down, straight after the new
      *> programs are installed. Record counts are printed so the
      *> load proves out. A file whose first record already reads
      *> cleanly in the new layout - a numeric limit and a Y/N
      *> flag - has been converted, and the run refuses rather
      *> than double-convert.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. OPERCNV.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OOPR-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT OPER-WORK-FILE ASSIGN TO "opercnv.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWRK-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
      *> the previous layout, spelled out literally - 38 bytes:
      *> id 8, name 30.
         FD OLD-OPERATOR-FILE.
         01  OOPR-RECORD.
             05  OOPR-ID             PIC X(8).
             05  OOPR-NAME           PIC X(30).

         FD OPERATOR-FILE.
           COPY OPERREC.

         FD OPER-WORK-FILE.
         01  OPER-WORK-RECORD        PIC X(38).

         WORKING-STORAGE SECTION.
       01 WS-OOPR-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OPER-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-OWRK-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-OLD-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-NEW-COUNT         PIC 9(6)  VALUE ZEROS.

       *> the limit every converted operator starts with; the
       *> supervisor raises or lowers it per operator afterwards.
       01 WS-STANDARD-LIMIT    PIC 9(9)V99 VALUE 5000.00.

       *> the staged record unpacked through the old field names.
       01 WS-OLD-AREA.
           05  WOLD-ID             PIC X(8).
           05  WOLD-NAME           PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Operator Master Conversion --"

           *> run-once protection: a first record that reads cleanly
           *> through the new layout has been converted already.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "35"
              DISPLAY "No operator master on file. Nothing to "
                      "convert."
              STOP RUN
           END-IF
           READ OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "00" AND
              OPERATOR-AUTH-LIMIT IS NUMERIC AND
              (OPERATOR-SUPERVISOR = "Y" OR OPERATOR-SUPERVISOR = "N")
              CLOSE OPERATOR-FILE
              DISPLAY "operators.dat already reads in the new "
                      "layout - the cutover has happened. Refusing."
              STOP RUN
           END-IF
           CLOSE OPERATOR-FILE

           PERFORM STAGE-OLD-OPERATORS
           PERFORM LOAD-NEW-OPERATORS

           DISPLAY " "
           DISPLAY "-- Conversion Report --"
           DISPLAY "Old operator records staged: " WS-OLD-COUNT
           DISPLAY "New operator records:        " WS-NEW-COUNT
           IF WS-OLD-COUNT = WS-NEW-COUNT
              DISPLAY "COUNTS PROVE - nothing lost."
           ELSE
              DISPLAY "*** COUNT MISMATCH - the work file "
                      "opercnv.wrk still holds the staged records; "
                      "investigate before deleting it ***"
           END-IF
           STOP RUN.

       STAGE-OLD-OPERATORS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-OPERATOR-FILE
           OPEN OUTPUT OPER-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-OPERATOR-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       WRITE OPER-WORK-RECORD FROM OOPR-RECORD
                   END-READ
           END-PERFORM
           CLOSE OLD-OPERATOR-FILE
           CLOSE OPER-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-NEW-OPERATORS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OPER-WORK-FILE
           OPEN OUTPUT OPERATOR-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OPER-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE OPER-WORK-RECORD TO WS-OLD-AREA
                       PERFORM LOAD-ONE-OPERATOR
                   END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           CLOSE OPER-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-ONE-OPERATOR.
           MOVE WOLD-ID   TO OPERATOR-ID
           MOVE WOLD-NAME TO OPERATOR-NAME
           IF WS-NEW-COUNT = 0
              MOVE 999999999.99 TO OPERATOR-AUTH-LIMIT
              MOVE "Y"          TO OPERATOR-SUPERVISOR
           ELSE
              MOVE WS-STANDARD-LIMIT TO OPERATOR-AUTH-LIMIT
              MOVE "N"               TO OPERATOR-SUPERVISOR
           END-IF
           MOVE 001 TO OPERATOR-BRANCH
           WRITE OPERATOR-RECORD
           ADD 1 TO WS-NEW-COUNT
           DISPLAY "  " OPERATOR-ID " limit " OPERATOR-AUTH-LIMIT
                   " supervisor " OPERATOR-SUPERVISOR
           EXIT PARAGRAPH.

       END PROGRAM OPERCNV.
