      *   the period close: its amount joins that account and every
      *   revenue- and expense-classified computed balance is zeroed,
      *   exactly as Period_Close leaves the chart.
      * - A System-department entry that reverses another is part of a
      *   period reopen - the closing entry's reversal, or a revenue or
      *   expense balance the close zeroed being put back - and applies
      *   by addition, exactly as Period_Reopen posted it.
      * - An entry whose department/account has an activity rule posts
      *   in the rule's direction, opposite for a reversal - the same
      *   test 805-POST-TO-CHART applies.
               ADD 1 TO WS-UNRULED-COUNT
           ELSE
               IF DEPT-SYSTEM AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
                  AND NOT MST-IS-REVERSAL
                   PERFORM 230-REPLAY-CLOSING-ENTRY
                       THRU 230-REPLAY-CLOSING-ENTRY-EXIT
               ELSE IF DEPT-SYSTEM AND MST-IS-REVERSAL
                   ADD MST-TRANS-AMT
                       TO WS-COMPUTED-BALANCE(MST-ACC-ID)
               ELSE
                   PERFORM 240-FIND-ACTIVITY-RULE
                       THRU 240-FIND-ACTIVITY-RULE-EXIT
