      ******************************************************************
      *Fixed asset account parameter record layout.
      *One record naming the chart accounts the fixed asset programs
      *post to and tie out against: the asset cost account equipment
      *purchases are posted to, the accumulated depreciation account
      *(carried as a negative asset balance), the depreciation
      *expense account, and the account a disposal's gain or loss
      *goes to. All four are posted debit-positive like an expense:
      *a loss is a positive amount and a gain a negative one.
      ******************************************************************
       01 ASSET-PARM-INFO.
           05 FAP-COST-ACC PIC 9(02).
           05 FAP-ACCUM-ACC PIC 9(02).
           05 FAP-EXPENSE-ACC PIC 9(02).
           05 FAP-GAIN-LOSS-ACC PIC 9(02).
