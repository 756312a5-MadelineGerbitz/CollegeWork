      ******************************************************************
      *Reference file maintenance audit log record layout.
      *Reference_Maint appends one of these for every change it
      *accepts against the chart, the department master, the activity
      *rules, the period calendar, or the customer master: which
      *file, what kind of change, the operator who asked for it, when
      *it was applied, and the record exactly as it stood before and
      *after. An add has no before image and a calendar period
      *retired off the calendar has no after image; both are left as
      *spaces. Nothing ever
      *rewrites this log, so "who changed the rules, and from what"
      *is answered from the file, and Maint_Audit_Report prints it.
      ******************************************************************
       01 MAINT-AUDIT-INFO.
           05 MAU-FILE-CODE PIC X(01).
            88 MAU-CHART VALUE "C".
            88 MAU-DEPT VALUE "D".
            88 MAU-RULE VALUE "R".
            88 MAU-CALENDAR VALUE "P".
            88 MAU-CUSTOMER VALUE "U".
           05 MAU-ACTION PIC X(01).
            88 MAU-ADD VALUE "A".
            88 MAU-CHANGE VALUE "C".
            88 MAU-RETIRE VALUE "R".
           05 MAU-OPERATOR PIC X(08).
           05 MAU-CHANGE-DATE PIC 9(08).
           05 MAU-CHANGE-TIME PIC 9(06).
           05 MAU-BEFORE-IMAGE PIC X(40).
           05 MAU-AFTER-IMAGE PIC X(40).
