      ******************************************************************
      *Cash flow category record layout.
      *One optional record per chart account that overrides where
      *Cash_Flow_Statement reports a Cash movement whose originating
      *posting went to that account. Without a record an account falls
      *in by its chart classification: revenue, expense, and Accounts
      *Receivable are operating, any other asset is investing, and
      *liabilities and equity are financing. An expense account that
      *really buys equipment, for example, needs one row here to move
      *its Cash to investing.
      ******************************************************************
       01 CASH-CATEGORY-INFO.
           05 CCT-ACC-ID PIC 9(02).
           05 CCT-CATEGORY PIC X(01).
            88 CCT-OPERATING VALUE "O".
            88 CCT-INVESTING VALUE "I".
            88 CCT-FINANCING VALUE "F".
