      ******************************************************************
      *Approval limit record layout.
      *One record per department/account combination whose postings
      *need a second operator's approval above a set amount.
      *General_Ledger holds any single transaction whose amount, of
      *either sign, is over the limit on the pending-approval file
      *instead of posting it. A row with account 00 is the
      *department's default for every account that has no row of its
      *own; a department and account with neither has no amount
      *limit. Reversals, prior-period adjustments, and vouchers are
      *held whatever their amount, so they need no rows here.
      ******************************************************************
       01 APPROVAL-LIMIT-INFO.
           05 APL-DEPT-CODE PIC 9(02).
           05 APL-ACC-ID PIC 9(02).
           05 APL-LIMIT PIC 9(8)V99.
