      ******************************************************************
      *Accounts Receivable open item record layout.
      *Written by AR_Subledger, which rebuilds every customer's open
      *items from the AR posting file on each run: one record per
      *item still carrying a balance, in customer and date order.
      *ARO-ITEM-TYPE says what the item is - "I" an invoice, with the
      *payments and credits applied against it so far; "A" a payment
      *or credit that named no open invoice and waits on account to
      *be applied; "U" an AR posting that arrived with no customer at
      *all, held under customer zero under its own journal number
      *until someone reposts it against the right customer. The
      *balance is the original amount plus the applied amount, signed
      *the way the chart carries AR: positive is owed by the
      *customer, negative is owed back to the customer.
      ******************************************************************
       01 AR-OPEN-ITEM-INFO.
           05 ARO-CUSTOMER-NUMBER PIC 9(06).
           05 ARO-ITEM-TYPE PIC X(01).
            88 ARO-INVOICE VALUE "I".
            88 ARO-ON-ACCOUNT VALUE "A".
            88 ARO-UNASSIGNED VALUE "U".
           05 ARO-DOC-NUMBER PIC 9(08).
           05 ARO-DOC-DATE PIC 9(08).
           05 ARO-DEPARTMENT-CODE PIC 9(02).
           05 ARO-ORIGINAL-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ARO-APPLIED-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ARO-BALANCE PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
