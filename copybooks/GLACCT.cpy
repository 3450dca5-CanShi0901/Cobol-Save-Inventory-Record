      *Ledger account control record - the single record on
      *GLACCT.TXT naming the accounts the nightly journal feed
      *posts to.  Department expense accounts ride on the
      *department master; everything else is named here, so
      *finance can repoint the feed without a program change.
           05 WS-GLA-INVENTORY-ACCOUNT PIC X(10).
      *Credited for receipts until the supplier's invoice clears
      *it in payables.
           05 WS-GLA-ACCRUAL-ACCOUNT PIC X(10).
      *Physical count gains and losses.
           05 WS-GLA-SHRINKAGE-ACCOUNT PIC X(10).
      *Debited for stock returned to the vendor, pending the
      *supplier's credit against the debit memo.
           05 WS-GLA-RETURNS-ACCOUNT PIC X(10).
      *The pennies the weighted-average recompute rounds away.
           05 WS-GLA-ROUNDING-ACCOUNT PIC X(10).
      *Issues with no charge-to code, or charged to a department
      *with no expense account on file.
           05 WS-GLA-DEFAULT-EXPENSE-ACCOUNT PIC X(10).
