      ******************************************************************
      *Reference file maintenance transaction record layout.
      *One record per requested change to one of the reference files
      *the suite runs off: the chart of accounts, the department
      *master, the activity rules, the accounting-period calendar, and
      *the Accounts Receivable customer master.
      *MNT-FILE-CODE names the file and MNT-ACTION the change - add a
      *new record, change an existing one, or retire one. MNT-IMAGE
      *carries the record as it should look afterwards, laid out
      *exactly as that file's own copybook (CHACCT, DEPTMST, ACTRULE,
      *PERCAL, CUSTMST) lays it out, left-justified; on a retire only
      *the key fields need be filled in. MNT-OPERATOR is the operator
      *asking for the change - it is stamped on the maintenance audit
      *log with everything the change touched.
      ******************************************************************
       01 MAINT-TRANS-INFO.
           05 MNT-FILE-CODE PIC X(01).
            88 MNT-CHART VALUE "C".
            88 MNT-DEPT VALUE "D".
            88 MNT-RULE VALUE "R".
            88 MNT-CALENDAR VALUE "P".
            88 MNT-CUSTOMER VALUE "U".
           05 MNT-ACTION PIC X(01).
            88 MNT-ADD VALUE "A".
            88 MNT-CHANGE VALUE "C".
            88 MNT-RETIRE VALUE "R".
           05 MNT-OPERATOR PIC X(08).
           05 MNT-IMAGE PIC X(40).
