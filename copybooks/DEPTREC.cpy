      *requisition.
           05 WS-DEPT-CODE PIC X(5).
           05 WS-DEPT-NAME PIC X(20).
      *The ledger expense account the department's issues are
      *charged to on the nightly journal feed.  Blank on records
      *written before the account was carried - the feed posts
      *those to the default expense account on GLACCT.TXT.
           05 WS-DEPT-EXPENSE-ACCOUNT PIC X(10).
      *What the department may spend on stock in a calendar month,
      *in whole dollars, against its draws valued the way the usage
      *report values them - quantity at the master's average cost.
      *Kept through DEPTMAINT.  The month-end budget report compares
      *it with the month's and the year's draws, and the keyed
      *intake warns before an issue takes the month over it.  Zeros
      *- or spaces on a record written before the budget was
      *carried - mean no budget is set, and such a department is
      *never flagged or warned about.
           05 WS-DEPT-MONTHLY-BUDGET PIC 9(7).
