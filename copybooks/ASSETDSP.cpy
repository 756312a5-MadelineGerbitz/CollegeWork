      ******************************************************************
      *Fixed asset disposal log record layout.
      *Asset_Disposal appends one of these for every asset it
      *disposes of: the asset and its department, the date it left
      *service, the cost and accumulated depreciation taken off the
      *books, the proceeds received, and the gain (positive) or loss
      *(negative) - proceeds less book value - together with the
      *operator who asked for the disposal, the date it was
      *processed, and the TRANS-FILE batch id its voucher was written
      *into. An asset on this log is no longer depreciated and is
      *left out of the register's totals.
      ******************************************************************
       01 ASSET-DISPOSAL-INFO.
           05 ADS-ASSET-ID PIC 9(06).
           05 ADS-DEPT-CODE PIC 9(02).
           05 ADS-DISPOSAL-DATE PIC 9(08).
           05 ADS-COST PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ADS-ACCUMULATED PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ADS-PROCEEDS PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ADS-GAIN-LOSS PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ADS-OPERATOR PIC X(08).
           05 ADS-PROCESSED-DATE PIC 9(08).
           05 ADS-BATCH-ID PIC 9(14).
