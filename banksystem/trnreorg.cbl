      *> it here is the whole point of the utility. The sequence
      *> number is assigned 1 up within each account and day as the
      *> load runs; the old files are appended in date order, so
      *> entries come back out in the order they posted. History
      *> from before branches existed is stamped head office, 001
      *> (see BRCHREC.cpy).
      *> Each file runs in two passes through its work file: staged
      *> first, then loaded back over the live name in the new
      *> shape - both files stage BEFORE either loads, so a crash
             ==TRAN-LINK-ACCOUNT== BY ==TARC-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TARC-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TARC-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TARC-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TARC-BRANCH==.

         FD ARCH-WORK-FILE.
         01  ARCH-WORK-RECORD        PIC X(57).
           MOVE WOLD-ORIG-TYPE      TO TRAN-ORIG-TYPE
           MOVE WOLD-ORIG-DATE      TO TRAN-ORIG-DATE
           MOVE WOLD-OPERATOR-ID    TO TRAN-OPERATOR-ID
           MOVE 001                 TO TRAN-BRANCH
           *> sequence assigned 1 up within the account and day, the
           *> same duplicate-key retry the posting programs use - the
           *> staged file is in posting order, so order is kept.
           MOVE WOLD-ORIG-TYPE      TO TARC-ORIG-TYPE
           MOVE WOLD-ORIG-DATE      TO TARC-ORIG-DATE
           MOVE WOLD-OPERATOR-ID    TO TARC-OPERATOR-ID
           MOVE 001                 TO TARC-BRANCH
           WRITE TRAN-ARCH-RECORD
           ADD 1 TO WS-ARC-NEW-COUNT
           EXIT PARAGRAPH.
