             ==ACCOUNT-BALANCE== BY ==ABAK-BALANCE==
             ==ACCOUNT-CUST-ID== BY ==ABAK-CUST-ID==
             ==ACCOUNT-OVERDRAFT-LIMIT== BY ==ABAK-OVERDRAFT-LIMIT==
             ==ACCOUNT-STATUS== BY ==ABAK-STATUS==
             ==ACCOUNT-BRANCH== BY ==ABAK-BRANCH==.

         FD BACKUP-CONTROL-FILE.
           COPY BKPCREC.
