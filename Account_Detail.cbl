      *entry to an equity-classified account is the period close,
      *which zeroes the running balance of every revenue- and
      *expense-classified account and is shown on those accounts'
      *statements as its own line. The System-department reversals a
      *period reopen writes apply like any other entry.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *touches the account being reported. A System-department
      *Retained Earnings entry is the period close: for Sales and
      *Expenses it zeroes the running balance, for Retained Earnings
      *it posts like any other entry. A reopen's reversal of that
      *entry is not a close and posts like any other entry too.
      *Entries for other accounts are ignored. The direction comes
      *from the entry's activity rule, opposite for a reversal; a
      *Cash entry with no rule is one of General_Ledger's balancing
      *Cash legs and applies by addition, as does anything else with
      *no rule.
      ******************************************************************
       230-APPLY-ENTRY.
           MOVE 0 TO WS-ENTRY-DELTA
           IF DEPT-SYSTEM AND MST-ACC-ID > 0
              AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
              AND NOT MST-IS-REVERSAL
              AND (WS-REPORT-CLASS = "R" OR WS-REPORT-CLASS = "E")
               MOVE 0 TO WS-RUNNING-BALANCE
           ELSE
       245-PRINT-ENTRY.
           IF DEPT-SYSTEM AND MST-ACC-ID > 0
              AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
              AND NOT MST-IS-REVERSAL
              AND (WS-REPORT-CLASS = "R" OR WS-REPORT-CLASS = "E")
               MOVE 0 TO WS-RUNNING-BALANCE
               MOVE "PERIOD CLOSE - BALANCE TO RETAINED EARNINGS"
