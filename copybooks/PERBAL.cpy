      ******************************************************************
      *Period balance history record layout.
      *Period_Close writes these for the period it closes, before it
      *zeroes anything, so a closed period's income statement and
      *balance sheet survive the close. Keyed by PER-PERIOD-ID, then
      *level, department, and account.
      *A total row ("T") carries each chart account's balance as the
      *close found it and the period's activity to that account across
      *every department. A department row ("D") carries one
      *department's activity to the account, and that department's
      *share of the balance: the department's share at the end of the
      *period before plus this period's activity for balance sheet
      *accounts, and the period's activity alone for revenue and
      *expense accounts, which every close zeroes. The department
      *share of the retained-earnings account also takes up the
      *department's net income for the period before, which that
      *period's close moved into the account.
      *Period activity is every journal entry dated inside the period,
      *replayed with the same arithmetic Ledger_Audit uses; the
      *closing entries themselves are left out.
      *Financial_Statements reads this file for its comparative
      *statements.
      ******************************************************************
       01 PERIOD-BALANCE-INFO.
           05 PBH-KEY.
            10 PBH-PERIOD-ID PIC 9(06).
            10 PBH-LEVEL PIC X(01).
             88 PBH-DEPARTMENT-ROW VALUE "D".
             88 PBH-TOTAL-ROW VALUE "T".
            10 PBH-DEPARTMENT-CODE PIC 9(02).
            10 PBH-ACC-ID PIC 9(02).
           05 PBH-ACC-CLASS PIC X(01).
           05 PBH-CLOSING-BALANCE PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 PBH-PERIOD-ACTIVITY PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 PBH-CLOSE-DATE PIC 9(08).
