      ******************************************************************
      *Customer master record layout.
      *One record per Accounts Receivable customer, keyed by customer
      *number: the name statements are addressed to, the payment
      *terms in days the aged trial balance ages an invoice from, and
      *whether the customer may still be invoiced. A retired customer
      *is marked inactive rather than deleted, since its open items
      *and history still name it - payments and credits against it
      *are still accepted, new invoices are not. Maintained by
      *Reference_Maint like the other reference files, so every
      *change is on the maintenance audit log; the record is 40 bytes
      *so it fits a maintenance transaction's image whole.
      ******************************************************************
       01 CUSTOMER-MASTER-INFO.
           05 CM-CUSTOMER-NUMBER PIC 9(06).
           05 CM-CUSTOMER-NAME PIC X(24).
           05 CM-TERMS-DAYS PIC 9(03).
           05 CM-ACTIVE-FLAG PIC X(01).
            88 CUSTOMER-ACTIVE VALUE "Y".
            88 CUSTOMER-INACTIVE VALUE "N".
           05 FILLER PIC X(06).
