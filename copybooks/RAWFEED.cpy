           05 RVH-VOUCHER-NUMBER PIC 9(06).
           05 RVH-LEG-COUNT PIC 9(04).
           05 FILLER PIC X(20).
      ******************************************************************
      *Customer reference view of the same record area. An
      *Accounts Receivable detail - an invoice, or a payment or
      *credit against one - is sent as a customer reference record
      *immediately followed by the detail it describes: the customer
      *number, the document type ("I" invoice, "P" payment, "C"
      *credit), and the invoice number the invoice opens or the
      *payment or credit applies to. Like a voucher header it counts
      *as one record in the batch trailer's record count and carries
      *no amount, so the hash total is unaffected.
      ******************************************************************
       01 RAW-CUSTOMER-REF.
           05 RCR-RECORD-FLAG PIC X(02).
            88 RAW-IS-CUSTOMER-REF VALUE "CR".
           05 RCR-CUSTOMER-NUMBER PIC 9(06).
           05 RCR-DOC-TYPE PIC X(01).
            88 RCR-INVOICE VALUE "I".
            88 RCR-PAYMENT VALUE "P".
            88 RCR-CREDIT VALUE "C".
           05 RCR-DOC-NUMBER PIC 9(08).
           05 FILLER PIC X(15).
