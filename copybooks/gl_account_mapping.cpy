      *> BRANCH-CODE to the GL account posted and the offsetting
      *> clearing account. FEE and TAX rows carry the accounts that
      *> FEES-TOTAL and TAX-AMOUNT post to, independent of branch.
      *> CTL rows name the control account a branch's ACCTPOS
      *> subledger balances roll up to; branch zero is the default
      *> for any branch without its own row. Card charge-offs post
      *> through TRN rows at branch zero: COP, COI and COF carry the
      *> loss reserve against the principal, interest and fee
      *> receivables a charge-off relieves, and RCV the loss reserve a
      *> recovery replenishes against cash clearing. Inventory
      *> valuation posts through TRN rows at branch zero too, each
      *> debiting the GL account and crediting the offset: IRC the
      *> inventory asset against receipts clearing, ISS cost of goods
      *> sold against the inventory asset, IRT the inventory asset
      *> against cost of goods sold for restocked returns, IWO the
      *> returns write-off account against the inventory asset, and
      *> ICS count shrinkage against the inventory asset (a count
      *> gain posts the reverse).
       01  GL-ACCOUNT-MAPPING.
           05  GLM-MAP-TYPE             PIC X(3).
               88  GLM-TRANSACTION-MAP  VALUE 'TRN'.
               88  GLM-FEE-MAP          VALUE 'FEE'.
               88  GLM-TAX-MAP          VALUE 'TAX'.
               88  GLM-CONTROL-MAP      VALUE 'CTL'.
           05  GLM-TRANSACTION-TYPE     PIC X(3).
           05  GLM-BRANCH-CODE          PIC 9(4).
           05  GLM-GL-ACCOUNT           PIC 9(8).
