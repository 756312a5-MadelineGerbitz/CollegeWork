      ******************************************************************
      *Sales tax rate record layout.
      *One record per department per rate change: the date the rate
      *takes effect, the rate itself, and the Sales Tax Payable
      *liability account the tax is carried in. General_Ledger taxes
      *a department's posting to a revenue-classified account at the
      *rate on the department's latest row effective on or before
      *the transaction date; a department with no such row, or whose
      *row carries a zero rate, is not taxed. Department receipts
      *arrive gross, tax included, so the tax is the part of the
      *amount the rate makes up: amount x rate / (1 + rate).
      *A rate change, or a department becoming exempt, only means
      *adding a row here with the date it starts - the earlier rows
      *stay, so a posting dated before the change is still taxed at
      *the rate that applied to it.
      ******************************************************************
       01 TAX-RATE-INFO.
           05 TXR-DEPT-CODE PIC 9(02).
           05 TXR-EFFECTIVE-DATE PIC 9(08).
           05 TXR-RATE PIC 9V9(05).
           05 TXR-TAX-ACC-ID PIC 9(02).
