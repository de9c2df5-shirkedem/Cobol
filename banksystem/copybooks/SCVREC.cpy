      *> Shared record layout for the deposit-insurance single-
      *> customer-view file written by scvextr.cbl in the regulator's
      *> fixed format - the file the bank must be able to produce
      *> within days of the regulator asking. One layout serves all
      *> three record types, the GLREC.cpy rule: "H" header (business
      *> date), "D" one per depositor, "T" trailer. Fields a record
      *> type doesn't use are zeros/spaces.
      *> A depositor is a customer owning at least one deposit
      *> account - every type but "Loan", escheated accounts left
      *> out. An account with one owner is the owner's single
      *> deposit; an account with more (ACCOUNT-CUST-ID plus the
      *> joint owners on acctown.dat) is split between them equally,
      *> any odd cent to the primary, as each one's joint share. An
      *> overdrawn account contributes nothing. Each category is
      *> insured up to the coverage limit on its own; the rest of
      *> the total is uninsured. The flags say whether any deposit
      *> account the depositor owns is frozen or dormant, and
      *> whether the record has the address and phone the
      *> regulator's validation needs ("N" = missing - listed on the
      *> exceptions report).
       01  SCV-RECORD.
           05  SCV-RECORD-TYPE      PIC X(1).      *> "H", "D" or "T"
           05  SCV-BUSINESS-DATE    PIC X(8).      *> YYYYMMDD
           05  SCV-CUST-ID          PIC 9(6).
           05  SCV-CUST-NAME        PIC X(30).
           05  SCV-CUST-ADDRESS     PIC X(50).
           05  SCV-CUST-PHONE       PIC X(15).
           05  SCV-ACCOUNT-COUNT    PIC 9(4).
      *> on the trailer these five carry the file's totals.
           05  SCV-SINGLE-BALANCE   PIC 9(13)V99.
           05  SCV-JOINT-BALANCE    PIC 9(13)V99.
           05  SCV-TOTAL-BALANCE    PIC 9(13)V99.
           05  SCV-INSURED-AMOUNT   PIC 9(13)V99.
           05  SCV-UNINSURED-AMOUNT PIC 9(13)V99.
           05  SCV-FROZEN-FLAG      PIC X(1).      *> "Y" or "N"
           05  SCV-DORMANT-FLAG     PIC X(1).      *> "Y" or "N"
           05  SCV-CONTACT-FLAG     PIC X(1).      *> "Y" complete
      *> trailer only: the depositor count, and the tie back to the
      *> EODRECON proof - every balance on the account master (the
      *> ACCOUNT-FILE total EODRECON sums), the part of it outside
      *> the depositor total (loans, overdrawn and escheated accounts
      *> and any account with no owner on the customer file), and
      *> CONTROL-TOTAL, which EODRECON proves the master against.
      *> Depositor total plus excluded equals the master total.
           05  SCV-RECORD-COUNT     PIC 9(8).
           05  SCV-MASTER-TOTAL     PIC S9(13)V99.
           05  SCV-EXCLUDED-TOTAL   PIC S9(13)V99.
           05  SCV-CONTROL-TOTAL    PIC S9(13)V99.
