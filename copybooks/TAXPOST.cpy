      ******************************************************************
      *Sales tax posting record layout.
      *General_Ledger appends one of these to the sales tax posting
      *file for every entry it posts to a Sales Tax Payable account,
      *so the tax report sees exactly what moved the chart's tax
      *balances and nothing else.
      *A taxable sale ("S") carries the journal number of the sale
      *itself and of the tax leg that moved its tax out of revenue,
      *the department's revenue account, the rate applied, the
      *taxable amount left in revenue, and the tax - both as the
      *signed effect they had on their chart balances, so a reversal
      *of the sale shows as negative sales and negative tax.
      *Any other posting to a tax account ("D") - a remittance, a
      *correction, a voucher leg - carries only its own journal
      *number and its signed effect on the tax balance, so the tax
      *postings on file always add up to the chart's tax balances.
      *TXP-REVERSAL-OF-JRNL is carried from the journal entry; a
      *reversal of a taxable sale finds the original's record here
      *by TXP-SALE-JOURNAL and unwinds its tax at the original's rate.
      ******************************************************************
       01 TAX-POSTING-INFO.
           05 TXP-JOURNAL-NUMBER PIC 9(08).
           05 TXP-SALE-JOURNAL PIC 9(08).
           05 TXP-ENTRY-TYPE PIC X(01).
            88 TXP-TAXABLE-SALE VALUE "S".
            88 TXP-DIRECT-POSTING VALUE "D".
           05 TXP-DEPARTMENT-CODE PIC 9(02).
           05 TXP-REVENUE-ACC-ID PIC 9(02).
           05 TXP-TAX-ACC-ID PIC 9(02).
           05 TXP-DATE-TRANS PIC 9(08).
           05 TXP-RATE PIC 9V9(05).
           05 TXP-TAXABLE-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 TXP-TAX-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 TXP-REVERSAL-OF-JRNL PIC 9(08).
            88 TXP-IS-REVERSAL VALUES 00000001 THRU 99999999.
