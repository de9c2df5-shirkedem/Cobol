             ==TRAN-LINK-ACCOUNT== BY ==TARC-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TARC-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TARC-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TARC-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TARC-BRANCH==.

         FD TRAN-WORK-FILE.
           COPY TRANREC
             ==TRAN-LINK-ACCOUNT== BY ==TWRK-LINK-ACCOUNT==
             ==TRAN-ORIG-TYPE== BY ==TWRK-ORIG-TYPE==
             ==TRAN-ORIG-DATE== BY ==TWRK-ORIG-DATE==
             ==TRAN-OPERATOR-ID== BY ==TWRK-OPERATOR-ID==
             ==TRAN-BRANCH== BY ==TWRK-BRANCH==.

         FD AUDIT-FILE.
           COPY AUDITREC.
