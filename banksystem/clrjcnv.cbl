      *> One-shot cutover utility, the cnvfiles.cbl pattern: converts
      *> the clearing reject file clearrej.dat from 48-byte records
      *> (a 46-byte clearing image and the reason code) to the
      *> current layout, whose clearing image carries the cheque
      *> serial the clearing house now quotes on cheque debits. The
      *> old layout is spelled out literally here - it no longer
      *> exists in any copybook. Items waiting for repair came in
      *> before the serial existed, so each gets a zero serial -
      *> not a cheque as far as the register check is concerned -
      *> and keeps its reason code. The file is staged to
      *> clrjcnv.wrk first and loaded back over the live name, so a
      *> crash mid-run leaves everything recoverable from the work
      *> file.
      *> Run it ONCE, before the first CLRPOST or REJRESUB under the
      *> new programs. Record counts are printed so the load proves
      *> out. A file whose first record already reads cleanly in the
      *> new layout - digits where the old reason code sat - has
      *> been converted, and the run refuses rather than
      *> double-convert.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CLRJCNV.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-REJECT-FILE ASSIGN TO "clearrej.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OREJ-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "clearrej.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRJ-FILE-STATUS.
           SELECT REJ-WORK-FILE ASSIGN TO "clrjcnv.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RWRK-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
      *> the previous layout, spelled out literally - 48 bytes:
      *> type 1, account number 10, dr/cr 1, amount 11, count 8,
      *> hash 15, reason code 2.
         FD OLD-REJECT-FILE.
         01  OREJ-RECORD.
             05  OREJ-ITEM-IMAGE     PIC X(46).
             05  OREJ-REASON-CODE    PIC X(2).

         FD REJECT-FILE.
           COPY CLRJREC.

         FD REJ-WORK-FILE.
         01  REJ-WORK-RECORD         PIC X(48).

         WORKING-STORAGE SECTION.
       01 WS-OREJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-CLRJ-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RWRK-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-OLD-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-NEW-COUNT         PIC 9(6)  VALUE ZEROS.

       *> the staged record unpacked through the old field names.
       01 WS-OLD-AREA.
           05  WOLD-ITEM-IMAGE     PIC X(46).
           05  WOLD-REASON-CODE    PIC X(2).

       *> the new clearing image built up from the old one.
           COPY CLRREC
             REPLACING ==CLEARING-RECORD== BY ==WS-CLEARING-AREA==.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Clearing Reject File Conversion --"

           *> run-once protection: in the old layout bytes 47-48 are
           *> the reason code; in the new one they are the first
           *> digits of the serial.
           OPEN INPUT OLD-REJECT-FILE
           IF WS-OREJ-FILE-STATUS = "35"
              DISPLAY "No clearing reject file on hand. Nothing to "
                      "convert."
              STOP RUN
           END-IF
           READ OLD-REJECT-FILE
           IF WS-OREJ-FILE-STATUS = "10"
              CLOSE OLD-REJECT-FILE
              DISPLAY "Clearing reject file is empty. Nothing to "
                      "convert."
              STOP RUN
           END-IF
           IF OREJ-REASON-CODE IS NUMERIC
              CLOSE OLD-REJECT-FILE
              DISPLAY "clearrej.dat already reads in the new "
                      "layout - the cutover has happened. Refusing."
              STOP RUN
           END-IF
           CLOSE OLD-REJECT-FILE

           PERFORM STAGE-OLD-REJECTS
           PERFORM LOAD-NEW-REJECTS

           DISPLAY " "
           DISPLAY "-- Conversion Report --"
           DISPLAY "Old reject records staged: " WS-OLD-COUNT
           DISPLAY "New reject records:        " WS-NEW-COUNT
           IF WS-OLD-COUNT = WS-NEW-COUNT
              DISPLAY "COUNTS PROVE - nothing lost."
           ELSE
              DISPLAY "*** COUNT MISMATCH - the work file "
                      "clrjcnv.wrk still holds the staged records; "
                      "investigate before deleting it ***"
           END-IF
           STOP RUN.

       STAGE-OLD-REJECTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-REJECT-FILE
           OPEN OUTPUT REJ-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-REJECT-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       WRITE REJ-WORK-RECORD FROM OREJ-RECORD
                   END-READ
           END-PERFORM
           CLOSE OLD-REJECT-FILE
           CLOSE REJ-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-NEW-REJECTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT REJ-WORK-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ REJ-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE REJ-WORK-RECORD TO WS-OLD-AREA
                       PERFORM LOAD-ONE-REJECT
                   END-READ
           END-PERFORM
           CLOSE REJECT-FILE
           CLOSE REJ-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-ONE-REJECT.
           *> the old image is the front of the new one; the serial
           *> on the end starts at zero.
           MOVE SPACES          TO WS-CLEARING-AREA
           MOVE WOLD-ITEM-IMAGE TO WS-CLEARING-AREA(1:46)
           MOVE ZEROS           TO CLR-CHEQUE-SERIAL
           MOVE WS-CLEARING-AREA TO CLRJ-ITEM-IMAGE
           MOVE WOLD-REASON-CODE TO CLRJ-REASON-CODE
           WRITE CLEARING-REJECT-RECORD
           ADD 1 TO WS-NEW-COUNT
           DISPLAY "  " CLR-ACCOUNT-NUMBER " " CLR-DR-CR " "
                   CLR-AMOUNT " " CLRJ-REASON-CODE
           EXIT PARAGRAPH.

       END PROGRAM CLRJCNV.
