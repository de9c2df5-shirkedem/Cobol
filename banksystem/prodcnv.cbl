      *> One-shot cutover utility, the cnvfiles.cbl pattern: converts
      *> prodparm.dat to the current layout from either earlier one -
      *> the original 46 bytes, or the 51 that added the returned-
      *> item fee charged when a deposited item comes back unpaid.
      *> The current layout adds the overdraft-protection sweep fee
      *> as well. The old layouts are spelled out literally here -
      *> they no longer exist in any copybook. The file is staged to
      *> prodcnv.wrk first (in the 51-byte shape, the returned-item
      *> fee filled in for a 46-byte file) and loaded back over the
      *> live name, so a crash mid-run leaves everything recoverable
      *> from the work file.
      *> Every converted record gets the standard fees below for
      *> whatever its old layout didn't carry; head office keys a
      *> different figure per product afterwards through Maintain
      *> Product Parameters.
      *> Run it ONCE, with BANKSYSTEM down, straight after the new
      *> programs are installed. Record counts are printed so the
      *> load proves out. A file whose first record already reads
      *> cleanly in the new layout has been converted, and the run
      *> refuses rather than double-convert; an old-layout file that
      *> opens with a status other than clean or missing halts the
      *> run before the live file is rewritten.
       IDENTIFICATION DIVISION.

       PROGRAM-ID. PRODCNV.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OLD-PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPROD-KEY
               FILE STATUS IS WS-OPROD-FILE-STATUS.
           SELECT MID-PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MPROD-KEY
               FILE STATUS IS WS-MPROD-FILE-STATUS.
           SELECT PRODUCT-PARAM-FILE ASSIGN TO "prodparm.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PROD-WORK-FILE ASSIGN TO "prodcnv.wrk"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PWRK-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
      *> the original layout, spelled out literally - 46 bytes:
      *> type 14, effective date 8, rate 5, maintenance fee 5,
      *> overdraft fee 5, overdraft default 9.
         FD OLD-PRODUCT-PARAM-FILE.
         01  OPROD-RECORD.
             05  OPROD-KEY.
                 10  OPROD-ACCOUNT-TYPE   PIC A(14).
                 10  OPROD-EFFECTIVE-DATE PIC X(8).
             05  OPROD-INTEREST-RATE      PIC 9V9(4).
             05  OPROD-MAINT-FEE          PIC 9(3)V99.
             05  OPROD-OVERDRAFT-FEE      PIC 9(3)V99.
             05  OPROD-OD-LIMIT-DEFAULT   PIC 9(7)V99.

      *> the previous layout - 51 bytes: the original plus the
      *> returned-item fee 5.
         FD MID-PRODUCT-PARAM-FILE.
         01  MPROD-RECORD.
             05  MPROD-KEY.
                 10  MPROD-ACCOUNT-TYPE   PIC A(14).
                 10  MPROD-EFFECTIVE-DATE PIC X(8).
             05  MPROD-INTEREST-RATE      PIC 9V9(4).
             05  MPROD-MAINT-FEE          PIC 9(3)V99.
             05  MPROD-OVERDRAFT-FEE      PIC 9(3)V99.
             05  MPROD-OD-LIMIT-DEFAULT   PIC 9(7)V99.
             05  MPROD-RETURN-FEE         PIC 9(3)V99.

         FD PRODUCT-PARAM-FILE.
           COPY PRODREC.

         FD PROD-WORK-FILE.
         01  PROD-WORK-RECORD        PIC X(51).

         WORKING-STORAGE SECTION.
       01 WS-OPROD-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-MPROD-FILE-STATUS PIC X(2)  VALUE "00".
       01 WS-PROD-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-PWRK-FILE-STATUS  PIC X(2)  VALUE "00".
       01 WS-EOF               PIC X     VALUE "N".

       01 WS-OLD-COUNT         PIC 9(6)  VALUE ZEROS.
       01 WS-NEW-COUNT         PIC 9(6)  VALUE ZEROS.

       *> the returned-item fee every converted record starts with -
       *> the figure FIND-PRODUCT-PARAM falls back to when no record
       *> applies.
       01 WS-STANDARD-RETURN-FEE PIC 9(3)V99 VALUE 20.00.
       *> likewise the overdraft-protection sweep fee.
       01 WS-STANDARD-SWEEP-FEE  PIC 9(3)V99 VALUE 10.00.

       *> the staged record unpacked through the old field names.
       01 WS-OLD-AREA.
           05  WOLD-ACCOUNT-TYPE   PIC A(14).
           05  WOLD-EFFECTIVE-DATE PIC X(8).
           05  WOLD-INTEREST-RATE  PIC 9V9(4).
           05  WOLD-MAINT-FEE      PIC 9(3)V99.
           05  WOLD-OVERDRAFT-FEE  PIC 9(3)V99.
           05  WOLD-OD-LIMIT       PIC 9(7)V99.
           05  WOLD-RETURN-FEE     PIC 9(3)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " "
           DISPLAY "-- Product Parameter Master Conversion --"

           *> run-once protection: a first record that reads cleanly
           *> through the new layout has been converted already.
           OPEN INPUT PRODUCT-PARAM-FILE
           IF WS-PROD-FILE-STATUS = "35"
              DISPLAY "No product parameter master on file. "
                      "Nothing to convert."
              STOP RUN
           END-IF
           IF WS-PROD-FILE-STATUS = "00"
              READ PRODUCT-PARAM-FILE
              IF WS-PROD-FILE-STATUS = "00" AND
                 PROD-SWEEP-FEE IS NUMERIC
                 CLOSE PRODUCT-PARAM-FILE
                 DISPLAY "prodparm.dat already reads in the new "
                         "layout - the cutover has happened. "
                         "Refusing."
                 STOP RUN
              END-IF
              CLOSE PRODUCT-PARAM-FILE
           END-IF

           PERFORM STAGE-OLD-PARAMS
           PERFORM LOAD-NEW-PARAMS

           DISPLAY " "
           DISPLAY "-- Conversion Report --"
           DISPLAY "Old parameter records staged: " WS-OLD-COUNT
           DISPLAY "New parameter records:        " WS-NEW-COUNT
           IF WS-OLD-COUNT = WS-NEW-COUNT
              DISPLAY "COUNTS PROVE - nothing lost."
           ELSE
              DISPLAY "*** COUNT MISMATCH - the work file "
                      "prodcnv.wrk still holds the staged records; "
                      "investigate before deleting it ***"
           END-IF
           STOP RUN.

       STAGE-OLD-PARAMS.
           *> the previous layout is tried first - it is what a site
           *> that took the returned-item fee is running; a file that
           *> won't open in it is tried in the original.
           OPEN INPUT MID-PRODUCT-PARAM-FILE
           IF WS-MPROD-FILE-STATUS = "00"
              PERFORM STAGE-MID-PARAMS
              EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-PRODUCT-PARAM-FILE
           IF WS-OPROD-FILE-STATUS NOT = "00"
              DISPLAY "*** prodparm.dat will not open in either "
                      "old layout - status " WS-MPROD-FILE-STATUS
                      "/" WS-OPROD-FILE-STATUS
                      ". Nothing converted. ***"
              STOP RUN
           END-IF
           DISPLAY "Converting from the original 46-byte layout."
           OPEN OUTPUT PROD-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ OLD-PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       MOVE OPROD-RECORD TO WS-OLD-AREA
                       MOVE WS-STANDARD-RETURN-FEE TO WOLD-RETURN-FEE
                       WRITE PROD-WORK-RECORD FROM WS-OLD-AREA
                   END-READ
           END-PERFORM
           CLOSE OLD-PRODUCT-PARAM-FILE
           CLOSE PROD-WORK-FILE
           EXIT PARAGRAPH.

       STAGE-MID-PARAMS.
           MOVE "N" TO WS-EOF
           DISPLAY "Converting from the 51-byte layout."
           OPEN OUTPUT PROD-WORK-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ MID-PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       WRITE PROD-WORK-RECORD FROM MPROD-RECORD
                   END-READ
           END-PERFORM
           CLOSE MID-PRODUCT-PARAM-FILE
           CLOSE PROD-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-NEW-PARAMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT PROD-WORK-FILE
           OPEN OUTPUT PRODUCT-PARAM-FILE
           PERFORM UNTIL WS-EOF = "Y"
                   READ PROD-WORK-FILE
                   AT END
                      MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PROD-WORK-RECORD TO WS-OLD-AREA
                       PERFORM LOAD-ONE-PARAM
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-PARAM-FILE
           CLOSE PROD-WORK-FILE
           EXIT PARAGRAPH.

       LOAD-ONE-PARAM.
           MOVE WOLD-ACCOUNT-TYPE   TO PROD-ACCOUNT-TYPE
           MOVE WOLD-EFFECTIVE-DATE TO PROD-EFFECTIVE-DATE
           MOVE WOLD-INTEREST-RATE  TO PROD-INTEREST-RATE
           MOVE WOLD-MAINT-FEE      TO PROD-MAINT-FEE
           MOVE WOLD-OVERDRAFT-FEE  TO PROD-OVERDRAFT-FEE
           MOVE WOLD-OD-LIMIT       TO PROD-OD-LIMIT-DEFAULT
           MOVE WOLD-RETURN-FEE     TO PROD-RETURN-FEE
           MOVE WS-STANDARD-SWEEP-FEE TO PROD-SWEEP-FEE
           WRITE PRODUCT-PARAM-RECORD
           ADD 1 TO WS-NEW-COUNT
           DISPLAY "  " PROD-ACCOUNT-TYPE " " PROD-EFFECTIVE-DATE
                   " return fee " PROD-RETURN-FEE
                   " sweep fee " PROD-SWEEP-FEE
           EXIT PARAGRAPH.

       END PROGRAM PRODCNV.
