      ******************************************************************
      *Accounts Receivable posting record layout.
      *General_Ledger appends one of these to the AR posting file for
      *every entry it posts to Accounts Receivable, single or voucher
      *leg, so the subledger sees exactly what moved the chart's AR
      *balance and nothing else. ARP-AMOUNT is the signed effect the
      *posting had on CH-ACC-BALANCE - positive raised what customers
      *owe, negative lowered it - so the AR postings on file always
      *add up to the chart's AR balance. The customer number and
      *document come from the customer reference record that rode
      *ahead of the detail on TRANS-FILE; a posting that arrived with
      *none (a voucher leg, a standing entry, a reject or suspense
      *repost) is written with customer zero and document type "U",
      *so AR_Subledger still counts it and shows it as unassigned
      *instead of losing it from the proof.
      *ARP-DOC-TYPE: "I" an invoice opening document ARP-DOC-NUMBER,
      *"P" a payment and "C" a credit applied against invoice
      *ARP-DOC-NUMBER. ARP-REVERSAL-OF-JRNL is carried from the
      *journal entry so a reversal unwinds the original's item.
      ******************************************************************
       01 AR-POSTING-INFO.
           05 ARP-JOURNAL-NUMBER PIC 9(08).
           05 ARP-CUSTOMER-NUMBER PIC 9(06).
           05 ARP-DOC-TYPE PIC X(01).
            88 ARP-INVOICE VALUE "I".
            88 ARP-PAYMENT VALUE "P".
            88 ARP-CREDIT VALUE "C".
            88 ARP-UNASSIGNED VALUE "U".
           05 ARP-DOC-NUMBER PIC 9(08).
           05 ARP-DEPARTMENT-CODE PIC 9(02).
           05 ARP-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 ARP-DATE-TRANS PIC 9(08).
           05 ARP-REVERSAL-OF-JRNL PIC 9(08).
            88 ARP-IS-REVERSAL VALUES 00000001 THRU 99999999.
