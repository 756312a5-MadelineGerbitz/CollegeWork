      ******************************************************************
      *Held duplicate record layout.
      *Dept_Intake writes one of these, instead of a TRANS-FILE
      *record, for every feed record whose fingerprint matches a
      *record it accepted from an earlier batch inside the duplicate
      *window. The item number is what an operator's review action
      *names it by. The held record is kept as the clean TRANS-FILE
      *image it would have been written as, together with the
      *customer reference that would have ridden ahead of it (spaces
      *for none), so a release writes exactly what intake would
      *have. Beside it are the batch it arrived in and the batch,
      *feed date, and acceptance date of the original it matched -
      *the original's department, account, amount, and date are the
      *held record's own, or it would not have matched.
      *Held with status "H"; Duplicate_Review rewrites it "R"
      *(released) or "D" (discarded) with the operator who acted and
      *when, and a released item also carries the batch id of the
      *TRANS-FILE it was released into, so the same item can never
      *be released twice.
      ******************************************************************
       01 DUPLICATE-HOLD-INFO.
           05 DPH-ITEM-NUMBER PIC 9(08).
           05 DPH-STATUS PIC X(01).
            88 DPH-HELD VALUE "H".
            88 DPH-RELEASED VALUE "R".
            88 DPH-DISCARDED VALUE "D".
           05 DPH-HELD-DATE PIC 9(08).
           05 DPH-BATCH-NUMBER PIC 9(06).
           05 DPH-FEED-DATE PIC 9(08).
           05 DPH-ORIG-BATCH-NUMBER PIC 9(06).
           05 DPH-ORIG-FEED-DATE PIC 9(08).
           05 DPH-ORIG-ACCEPTED-DATE PIC 9(08).
           05 DPH-ACTIONED-BY PIC X(08).
           05 DPH-ACTIONED-DATE PIC 9(08).
           05 DPH-RELEASE-BATCH-ID PIC 9(14).
           05 DPH-CUSTOMER-REF-IMAGE PIC X(32).
           05 DPH-TRANS-IMAGE PIC X(32).
