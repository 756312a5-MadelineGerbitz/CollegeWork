      ******************************************************************
      *Intake fingerprint history record layout.
      *Dept_Intake writes one of these for every single transaction
      *it accepts onto TRANS-FILE: the department, account, amount,
      *and transaction date that make up the record's fingerprint,
      *the department batch number and feed date it arrived under,
      *and the date intake accepted it. A later record carrying the
      *same fingerprint under a different batch is a probable re-key
      *of this one and is held aside instead of written.
      *The history rolls: every intake run rewrites it, dropping
      *entries accepted longer ago than the duplicate window, so it
      *only ever holds what a new record could still be matched to.
      ******************************************************************
       01 FINGERPRINT-HISTORY-INFO.
           05 FPH-DEPT-CODE PIC 9(02).
           05 FPH-ACC-ID PIC 9(02).
           05 FPH-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 FPH-DATE-TRANS PIC 9(08).
           05 FPH-BATCH-NUMBER PIC 9(06).
           05 FPH-FEED-DATE PIC 9(08).
           05 FPH-ACCEPTED-DATE PIC 9(08).
