      ******************************************************************
      *Pending-approval record layout.
      *General_Ledger writes one record per TRANS-FILE record of every
      *item it holds for approval instead of posting: a single
      *transaction is one line (two when a customer reference rode
      *ahead of it), a voucher is its header line followed by one
      *line per leg. Every line of an item carries the item number,
      *its own line number, and the item's line count, so the lines
      *can be read back and released as the group they arrived as.
      *Held by the ledger with status "W" (waiting) and the submitting
      *operator when one was named on TRANS-FILE - blank for a
      *department feed or a system-generated entry. Posting_Approval
      *rewrites every line of the item "A" (approved) or "D"
      *(declined) with who acted and when; an approved item also
      *carries the batch id of the TRANS-FILE it was released into,
      *which the ledger checks before it posts the item.
      ******************************************************************
       01 PENDING-APPROVAL-INFO.
           05 PND-ITEM-NUMBER PIC 9(08).
           05 PND-LINE-NUMBER PIC 9(04).
           05 PND-LINE-COUNT PIC 9(04).
           05 PND-REASON PIC X(01).
            88 PND-OVER-LIMIT VALUE "L".
            88 PND-REVERSAL VALUE "R".
            88 PND-PRIOR-PERIOD-ADJ VALUE "P".
            88 PND-VOUCHER VALUE "V".
           05 PND-STATUS PIC X(01).
            88 PND-WAITING VALUE "W".
            88 PND-APPROVED VALUE "A".
            88 PND-DECLINED VALUE "D".
           05 PND-SUBMITTED-BY PIC X(08).
           05 PND-HELD-DATE PIC 9(08).
           05 PND-SOURCE-BATCH-ID PIC 9(14).
           05 PND-ACTIONED-BY PIC X(08).
           05 PND-ACTIONED-DATE PIC 9(08).
           05 PND-RELEASE-BATCH-ID PIC 9(14).
           05 PND-TRANS-IMAGE PIC X(32).
      *The record-type flag at the front of the held TRANS-FILE image,
      *so a reader can tell a customer reference or voucher header
      *line from a transaction line.
           05 PND-IMAGE-VIEW REDEFINES PND-TRANS-IMAGE.
            10 PND-IMAGE-FLAG PIC X(02).
             88 PND-IMAGE-IS-CUSTOMER-REF VALUE "CR".
             88 PND-IMAGE-IS-VOUCHER-HEADER VALUE "VH".
            10 FILLER PIC X(30).
