      *same arithmetic Ledger_Audit applies: a System-department entry
      *to an equity-classified account is the period close (net income
      *joins that account, every revenue- and expense-classified
      *balance zeroes out); a System-department reversal is part of a
      *period reopen and applies by addition; a ruled entry posts in
      *the rule's direction, opposite for a reversal; a Cash entry
      *with no rule is one of General_Ledger's balancing Cash legs and
      *applies by addition, as does anything else unruled.
      ******************************************************************
       240-REPLAY-INTO-BASELINE.
           IF MST-ACC-ID = 0
               CONTINUE
           ELSE
               IF DEPT-SYSTEM AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
                  AND NOT MST-IS-REVERSAL
                   ADD MST-TRANS-AMT TO WS-BASE-BALANCE(MST-ACC-ID)
                   PERFORM 242-ZERO-CLOSED-CLASS
                       THRU 242-ZERO-CLOSED-CLASS-EXIT
                       VARYING WS-ACC-SUB FROM 1 BY 1
                       UNTIL WS-ACC-SUB > 99
               ELSE IF DEPT-SYSTEM AND MST-IS-REVERSAL
                   ADD MST-TRANS-AMT TO WS-BASE-BALANCE(MST-ACC-ID)
               ELSE
                   PERFORM 250-FIND-ACTIVITY-RULE
                       THRU 250-FIND-ACTIVITY-RULE-EXIT
