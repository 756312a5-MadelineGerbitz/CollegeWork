           05 TVH-VOUCHER-NUMBER PIC 9(06).
           05 TVH-LEG-COUNT PIC 9(04).
           05 FILLER PIC X(20).
      ******************************************************************
      *Customer reference view of the same record area. Written by
      *the intake program immediately ahead of an Accounts Receivable
      *detail whose feed named its customer and document, so
      *General_Ledger can carry the customer onto the AR posting file
      *when it posts the detail that follows. It is never posted
      *itself. The two-character flag can never be mistaken for a
      *department code, which is numeric on every record the ledger
      *would accept.
      ******************************************************************
       01 TRANS-CUSTOMER-REF.
           05 TCR-RECORD-FLAG PIC X(02).
            88 TRANS-IS-CUSTOMER-REF VALUE "CR".
           05 TCR-CUSTOMER-NUMBER PIC 9(06).
           05 TCR-DOC-TYPE PIC X(01).
           05 TCR-DOC-NUMBER PIC 9(08).
           05 FILLER PIC X(15).
      ******************************************************************
      *Submitter reference view of the same record area. Written by
      *the clearing programs immediately ahead of every entry an
      *operator keyed, naming that operator, so General_Ledger can
      *record who submitted an item it holds for approval and
      *Posting_Approval can refuse to let the same operator approve
      *it. It is never posted itself. An item with no submitter
      *reference came from a department feed or was generated by the
      *system.
      ******************************************************************
       01 TRANS-SUBMITTER-REF.
           05 TSB-RECORD-FLAG PIC X(02).
            88 TRANS-IS-SUBMITTER-REF VALUE "SB".
           05 TSB-OPERATOR PIC X(08).
           05 FILLER PIC X(22).
      ******************************************************************
      *Approval release view of the same record area. Written by
      *Posting_Approval immediately ahead of each held item it
      *releases, naming the pending-approval item number and the
      *approving operator. General_Ledger posts the item that follows
      *without holding it again once the pending-approval file
      *confirms the item was approved into this batch, the records
      *that follow match the approved item line for line, and no
      *earlier reference in the run released the same item. It is
      *never posted itself.
      ******************************************************************
       01 TRANS-APPROVAL-REF.
           05 TAP-RECORD-FLAG PIC X(02).
            88 TRANS-IS-APPROVAL-REF VALUE "AP".
           05 TAP-PENDING-NUMBER PIC 9(08).
           05 TAP-APPROVED-BY PIC X(08).
           05 FILLER PIC X(14).
