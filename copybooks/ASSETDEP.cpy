      ******************************************************************
      *Fixed asset depreciation history record layout.
      *Asset_Depreciation appends one of these for every asset it
      *charges in a monthly run: the asset, the period charged, the
      *department the charge went to, the amount, and the TRANS-FILE
      *batch id the department's depreciation voucher was written
      *into. An asset's accumulated depreciation is the sum of its
      *history records, and the number of them is how many months
      *of its life it has been charged for.
      ******************************************************************
       01 ASSET-DEPR-INFO.
           05 ADH-ASSET-ID PIC 9(06).
           05 ADH-PERIOD-ID PIC 9(06).
           05 ADH-DEPT-CODE PIC 9(02).
           05 ADH-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ADH-BATCH-ID PIC 9(14).
