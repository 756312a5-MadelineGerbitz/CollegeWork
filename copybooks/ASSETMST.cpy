      ******************************************************************
      *Fixed asset master record layout.
      *One record per fixed asset, keyed by asset id: what it is, the
      *department whose expense its depreciation is charged to, what
      *it cost, the date it went into service, its useful life in
      *months, the depreciation method, and the salvage value it is
      *depreciated down to. Straight-line spreads cost less salvage
      *evenly over the life; declining balance charges twice the
      *straight-line rate on the book value left each month. Either
      *way the last month of the life takes whatever remains, and no
      *month takes the book value below salvage.
      *The master only says what the asset is. What has happened to
      *it since - each month's depreciation and its disposal - is on
      *the depreciation history and disposal log the fixed asset
      *programs write, so a corrected description or life never
      *loses the record of what was charged.
      ******************************************************************
       01 FIXED-ASSET-INFO.
           05 FA-ASSET-ID PIC 9(06).
           05 FA-DESCRIPTION PIC X(24).
           05 FA-DEPT-CODE PIC 9(02).
           05 FA-COST PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 FA-IN-SERVICE-DATE PIC 9(08).
           05 FA-USEFUL-LIFE PIC 9(03).
           05 FA-METHOD PIC X(01).
            88 FA-STRAIGHT-LINE VALUE "S".
            88 FA-DECLINING-BALANCE VALUE "D".
           05 FA-SALVAGE-VALUE PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
