      *is dated with that period's end date, so it belongs to (and
      *archives with) the period it closes; a calendar with no ended
      *open period aborts the close untouched.
      *Before any balance is zeroed, the close records the period in
      *the period balance history: every account's balance as the
      *close found it and the period's activity, in total and per
      *department. The activity is the period's journal entries
      *replayed with Ledger_Audit's arithmetic. Once the close has
      *run, that history is the only place a closed period's income
      *statement still exists outside an archive rerun, and
      *Financial_Statements prints its comparatives from it. A
      *period closed again after a reopen has its history replaced.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MASTER-FILE
               ASSIGN TO UT-SYS-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Activity rules file contains the department/account posting
      *rules the history replay works from.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Period balance history file the closing balances and period
      *activity are recorded in. Indexed by period, level,
      *department, and account; OPTIONAL - the first close creates
      *it.
           SELECT OPTIONAL PERIOD-BALANCE-FILE
               ASSIGN TO UT-SYS-PERIOD-BALANCE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PBH-KEY.
      *Accounting-period calendar file; the period this close falls in
      *is marked closed so General_Ledger refuses stragglers dated
      *inside it from then on.
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD PERIOD-BALANCE-FILE
           RECORD CONTAINS 42.
           COPY PERBAL.

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.
              VALUE "C:\COBOL\master.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-PERIOD-BALANCE-FILE PIC X(100)
              VALUE "C:\COBOL\perbal.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
           05 WS-PERIOD-MARKED-SWITCH PIC X(1) VALUE "N".
            88 PERIOD-MARKED VALUE "Y".
            88 PERIOD-NOT-MARKED VALUE "N".
           05 WS-EOF-MASTER-SWITCH PIC X(1).
            88 EOF-MASTER VALUE "T".
            88 NOT-EOF-MASTER VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-RULE-FOUND-SWITCH PIC X(1).
            88 RULE-FOUND VALUE "Y".
            88 RULE-NOT-FOUND VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *end date is before today. Zero means the calendar has no ended
      *open period and the close must not run.
           05 WS-CLOSE-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-CLOSE-PERIOD-START PIC 9(8) VALUE 0.
           05 WS-CLOSE-PERIOD-END PIC 9(8) VALUE 0.
      *Calendar period immediately before the one being closed, whose
      *history rows carry each department's balance sheet shares
      *forward. Zero means the calendar has no earlier period.
           05 WS-PRIOR-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-HISTORY-COUNT PIC 9(8) VALUE 0.
           05 WS-DEPT-CLOSING PIC S9(9)V99 VALUE 0.

      ******************************************************************
      *Period activity per chart account id, in total and per
      *department (department code plus one, so System's department
      *0 has a slot), built by replaying the period's journal entries
      *for the balance history.
      ******************************************************************
       01 WS-ACCOUNT-ACTIVITY-TABLE.
           05 WS-ACC-ACTIVITY OCCURS 99 TIMES PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-ACTIVITY-TABLE.
           05 WS-DA-DEPT OCCURS 100 TIMES.
            10 WS-DA-ACTIVITY OCCURS 99 TIMES PIC S9(9)V99 VALUE 0.
       01 WS-DEPT-SUB PIC 9(04).

      ******************************************************************
      *Each department's net income for the period before the one
      *being closed (department code plus one), from that period's
      *department rows. The prior close moved it into the
      *retained-earnings account under the System department, so the
      *account's department rows must take it up as each department's
      *own for them to keep adding up to the total row.
      ******************************************************************
       01 WS-DEPT-PRIOR-NET-TABLE.
           05 WS-DEPT-PRIOR-NET OCCURS 100 TIMES PIC S9(9)V99 VALUE 0.
       01 WS-NET-ACC-SUB PIC 9(04).

      ******************************************************************
      *Classification per chart account id, loaded from the chart
      *before the history replay so the closing entries can be told
      *apart from ordinary activity.
      ******************************************************************
       01 WS-CLASS-TABLE.
           05 WS-ACC-CLASS OCCURS 99 TIMES PIC X(01) VALUE SPACE.

      ******************************************************************
      *Activity rule table, loaded once from ACTIVITY-RULES-FILE, so
      *the history replay looks rules up the same way General_Ledger
      *does.
      ******************************************************************
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-ENTRY OCCURS 50 TIMES.
            10 WS-ACT-DEPT-CODE PIC 9(02).
            10 WS-ACT-ACC-ID PIC 9(02).
            10 WS-ACT-ALLOWED PIC X(01).
            10 WS-ACT-POS-TYPE PIC X(01).
            10 WS-ACT-NEG-TYPE PIC X(01).
            10 WS-ACT-POST-SIGN PIC X(01).
       01 WS-ACTIVITY-COUNT PIC 9(04) VALUE 0.
       01 WS-ACT-SUB PIC 9(04).
       01 WS-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Close date stamped onto every chart account this run touches.
      ******************************************************************
      *Main loop.
      *Step 1: Get today's date for the closed-period stamp
      *Step 2: Record every account's balance and period activity in
      *         the period balance history, then open the chart file
      *Step 3: Close each account, accumulating the net Sales/Expenses
      *         result and posting it into Retained Earnings
      *Step 4: Close the file and write the closing entry to the
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 080-FIND-PRIOR-PERIOD
               THRU 080-FIND-PRIOR-PERIOD-EXIT
           PERFORM 150-FIND-EQUITY-TARGET
               THRU 150-FIND-EQUITY-TARGET-EXIT
           IF WS-RE-TARGET-ACC = 0
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 170-CAPTURE-HISTORY THRU 170-CAPTURE-HISTORY-EXIT
           OPEN I-O CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 200-CLOSE-ACCOUNT THRU 200-CLOSE-ACCOUNT-EXIT
               THRU 300-POST-CLOSING-ENTRY-EXIT
           PERFORM 400-CLOSE-CALENDAR-PERIOD
               THRU 400-CLOSE-CALENDAR-PERIOD-EXIT
           DISPLAY WS-HISTORY-COUNT " PERIOD BALANCE HISTORY "
               "RECORD(S) WRITTEN FOR PERIOD " WS-CLOSE-PERIOD-ID
           DISPLAY "PERIOD CLOSE COMPLETE - NET INCOME " WS-NET-INCOME
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
                      AND PER-END-DATE < WS-CURRENT-DATE
                      AND PER-END-DATE > WS-CLOSE-PERIOD-END
                       MOVE PER-PERIOD-ID TO WS-CLOSE-PERIOD-ID
                       MOVE PER-START-DATE TO WS-CLOSE-PERIOD-START
                       MOVE PER-END-DATE TO WS-CLOSE-PERIOD-END
                   END-IF
           END-READ.
       070-SCAN-CLOSE-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Locates the calendar period immediately before the one being
      *closed - the latest period id below it, open or closed.
      ******************************************************************
       080-FIND-PRIOR-PERIOD.
           OPEN INPUT PERIOD-CAL-FILE
           MOVE "F" TO WS-EOF-PERCAL-SWITCH
           PERFORM 090-SCAN-PRIOR-PERIOD
               THRU 090-SCAN-PRIOR-PERIOD-EXIT
               UNTIL EOF-PERCAL
           CLOSE PERIOD-CAL-FILE.
       080-FIND-PRIOR-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Reads one calendar period record on the prior-period hunt.
      ******************************************************************
       090-SCAN-PRIOR-PERIOD.
           READ PERIOD-CAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-PERCAL-SWITCH
                NOT AT END
                   IF PER-PERIOD-ID < WS-CLOSE-PERIOD-ID
                      AND PER-PERIOD-ID > WS-PRIOR-PERIOD-ID
                       MOVE PER-PERIOD-ID TO WS-PRIOR-PERIOD-ID
                   END-IF
           END-READ.
       090-SCAN-PRIOR-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Locates the retained-earnings target - the first active
      *equity-classified account on the chart - before any balance is
      *touched.
       160-SCAN-FOR-EQUITY-EXIT.
           EXIT.
      ******************************************************************
      *Records the period being closed in the period balance history
      *before anything is zeroed.
      *Step 1: Load the activity rules and the chart classifications
      *Step 2: Replay every journal entry dated inside the period into
      *         the activity per account and per department
      *Step 3: Work out each department's net income for the period
      *         before, from that period's department rows
      *Step 4: Write a total row for every chart account and a row for
      *         every department with activity or a balance to carry
      ******************************************************************
       170-CAPTURE-HISTORY.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 172-LOAD-RULE THRU 172-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE
           OPEN INPUT CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 174-LOAD-CLASS THRU 174-LOAD-CLASS-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE
           OPEN INPUT MASTER-FILE
           MOVE "F" TO WS-EOF-MASTER-SWITCH
           PERFORM 176-READ-PERIOD-ENTRY THRU 176-READ-PERIOD-ENTRY-EXIT
               UNTIL EOF-MASTER
           CLOSE MASTER-FILE
           OPEN INPUT CHART-FILE
                I-O PERIOD-BALANCE-FILE
           IF WS-PRIOR-PERIOD-ID > 0
               PERFORM 182-LOAD-PRIOR-NET THRU 182-LOAD-PRIOR-NET-EXIT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
           END-IF
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 180-RECORD-ACCOUNT THRU 180-RECORD-ACCOUNT-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE
                 PERIOD-BALANCE-FILE.
       170-CAPTURE-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one activity rule record into the next table entry. A rule
      *file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       172-LOAD-RULE.
           READ ACTIVITY-RULES-FILE
                AT END
                   MOVE "T" TO WS-EOF-RULES-SWITCH
                NOT AT END
                   IF WS-ACTIVITY-COUNT >= 50
                      DISPLAY "ACTIVITY RULE TABLE FULL - RULE IGNORED"
                   ELSE
                      ADD 1 TO WS-ACTIVITY-COUNT
                      MOVE ACT-DEPT-CODE
                          TO WS-ACT-DEPT-CODE(WS-ACTIVITY-COUNT)
                      MOVE ACT-ACC-ID
                          TO WS-ACT-ACC-ID(WS-ACTIVITY-COUNT)
                      MOVE ACT-ALLOWED
                          TO WS-ACT-ALLOWED(WS-ACTIVITY-COUNT)
                      MOVE ACT-POS-TYPE
                          TO WS-ACT-POS-TYPE(WS-ACTIVITY-COUNT)
                      MOVE ACT-NEG-TYPE
                          TO WS-ACT-NEG-TYPE(WS-ACTIVITY-COUNT)
                      MOVE ACT-POST-SIGN
                          TO WS-ACT-POST-SIGN(WS-ACTIVITY-COUNT)
                   END-IF
           END-READ.
       172-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Records one chart account's classification.
      ******************************************************************
       174-LOAD-CLASS.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       MOVE CH-ACC-CLASS TO WS-ACC-CLASS(CH-ACC-ID)
                   END-IF
           END-READ.
       174-LOAD-CLASS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one journal entry and, when it is dated inside the period
      *being closed, replays it into the period activity. The entries
      *a close writes - System department to an equity account - are
      *the close itself, not activity, and are left out; so is every
      *System-department reversal a reopen writes - the closing
      *entry's own reversal and the entries putting back the revenue
      *and expense balances it zeroed, which the period's original
      *entries already account for.
      ******************************************************************
       176-READ-PERIOD-ENTRY.
           READ MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-MASTER-SWITCH
                NOT AT END
                   IF MST-DATE-TRANS >= WS-CLOSE-PERIOD-START
                      AND MST-DATE-TRANS <= WS-CLOSE-PERIOD-END
                      AND MST-ACC-ID > 0
                      AND NOT (DEPT-SYSTEM
                      AND (WS-ACC-CLASS(MST-ACC-ID) = "Q"
                      OR MST-IS-REVERSAL))
                       PERFORM 177-REPLAY-ENTRY
                           THRU 177-REPLAY-ENTRY-EXIT
                   END-IF
           END-READ.
       176-READ-PERIOD-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Replays one journal entry into the period activity with the
      *same arithmetic Ledger_Audit replays the journal with: a ruled
      *entry in the rule's direction, opposite for a reversal; any
      *other entry - the balancing Cash legs among them - by addition.
      ******************************************************************
       177-REPLAY-ENTRY.
           COMPUTE WS-DEPT-SUB = MST-DEPARTMENT-CODE + 1
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 178-SEARCH-RULE THRU 178-SEARCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RULE-FOUND
           IF RULE-FOUND
              AND ((WS-ACT-POST-SIGN(WS-MATCH-SUB) = "+" AND NOT
              MST-IS-REVERSAL) OR (WS-ACT-POST-SIGN(WS-MATCH-SUB)
              = "-" AND MST-IS-REVERSAL))
               ADD MST-TRANS-AMT TO WS-ACC-ACTIVITY(MST-ACC-ID)
                   WS-DA-ACTIVITY(WS-DEPT-SUB, MST-ACC-ID)
           ELSE
               IF RULE-FOUND
                   SUBTRACT MST-TRANS-AMT
                       FROM WS-ACC-ACTIVITY(MST-ACC-ID)
                       WS-DA-ACTIVITY(WS-DEPT-SUB, MST-ACC-ID)
               ELSE
                   ADD MST-TRANS-AMT TO WS-ACC-ACTIVITY(MST-ACC-ID)
                       WS-DA-ACTIVITY(WS-DEPT-SUB, MST-ACC-ID)
               END-IF
           END-IF.
       177-REPLAY-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single activity table entry against the journal entry.
      ******************************************************************
       178-SEARCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) = MST-DEPARTMENT-CODE
              AND WS-ACT-ACC-ID(WS-ACT-SUB) = MST-ACC-ID
                 MOVE "Y" TO WS-RULE-FOUND-SWITCH
                 MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       178-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Reads one chart account and writes its total history row - the
      *balance as the close finds it and the period's activity - and
      *then its department rows.
      ******************************************************************
       180-RECORD-ACCOUNT.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       MOVE WS-CLOSE-PERIOD-ID TO PBH-PERIOD-ID
                       MOVE "T" TO PBH-LEVEL
                       MOVE 0 TO PBH-DEPARTMENT-CODE
                       MOVE CH-ACC-ID TO PBH-ACC-ID
                       MOVE CH-ACC-CLASS TO PBH-ACC-CLASS
                       MOVE CH-ACC-BALANCE TO PBH-CLOSING-BALANCE
                       MOVE WS-ACC-ACTIVITY(CH-ACC-ID)
                           TO PBH-PERIOD-ACTIVITY
                       PERFORM 190-WRITE-HISTORY
                           THRU 190-WRITE-HISTORY-EXIT
                       PERFORM 185-RECORD-DEPARTMENT
                           THRU 185-RECORD-DEPARTMENT-EXIT
                           VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > 100
                   END-IF
           END-READ.
       180-RECORD-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Works out one department's net income for the period before
      *the one being closed: its revenue rows less its expense rows.
      ******************************************************************
       182-LOAD-PRIOR-NET.
           MOVE 0 TO WS-DEPT-PRIOR-NET(WS-DEPT-SUB)
           PERFORM 184-ADD-PRIOR-ROW THRU 184-ADD-PRIOR-ROW-EXIT
               VARYING WS-NET-ACC-SUB FROM 1 BY 1
               UNTIL WS-NET-ACC-SUB > 99.
       182-LOAD-PRIOR-NET-EXIT.
           EXIT.
      ******************************************************************
      *Adds one account's prior-period department row into the
      *department's net income, when the row is revenue or expense.
      ******************************************************************
       184-ADD-PRIOR-ROW.
           MOVE WS-PRIOR-PERIOD-ID TO PBH-PERIOD-ID
           MOVE "D" TO PBH-LEVEL
           COMPUTE PBH-DEPARTMENT-CODE = WS-DEPT-SUB - 1
           MOVE WS-NET-ACC-SUB TO PBH-ACC-ID
           READ PERIOD-BALANCE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PBH-ACC-CLASS = "R"
                       ADD PBH-CLOSING-BALANCE
                           TO WS-DEPT-PRIOR-NET(WS-DEPT-SUB)
                   ELSE
                       IF PBH-ACC-CLASS = "E"
                           SUBTRACT PBH-CLOSING-BALANCE
                               FROM WS-DEPT-PRIOR-NET(WS-DEPT-SUB)
                       END-IF
                   END-IF
           END-READ.
       184-ADD-PRIOR-ROW-EXIT.
           EXIT.
      ******************************************************************
      *Writes one department's history row for the current chart
      *account. A balance sheet account carries the department's
      *share forward from the prior period's row; revenue and expense
      *accounts start every period from zero, as the close leaves
      *them. The retained-earnings account also takes up the
      *department's net income for the period before, which the prior
      *close moved into it under the System department - without it
      *the account's department rows would stop adding up to its
      *total row after the first close. A department with no activity
      *and nothing to carry gets no row.
      ******************************************************************
       185-RECORD-DEPARTMENT.
           MOVE 0 TO WS-DEPT-CLOSING
           IF WS-PRIOR-PERIOD-ID > 0
              AND NOT CLASS-REVENUE AND NOT CLASS-EXPENSE
               MOVE WS-PRIOR-PERIOD-ID TO PBH-PERIOD-ID
               MOVE "D" TO PBH-LEVEL
               COMPUTE PBH-DEPARTMENT-CODE = WS-DEPT-SUB - 1
               MOVE CH-ACC-ID TO PBH-ACC-ID
               READ PERIOD-BALANCE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PBH-CLOSING-BALANCE TO WS-DEPT-CLOSING
               END-READ
           END-IF
           ADD WS-DA-ACTIVITY(WS-DEPT-SUB, CH-ACC-ID)
               TO WS-DEPT-CLOSING
           IF CH-ACC-ID = WS-RE-TARGET-ACC
               ADD WS-DEPT-PRIOR-NET(WS-DEPT-SUB) TO WS-DEPT-CLOSING
           END-IF
           IF WS-DEPT-CLOSING NOT = 0
              OR WS-DA-ACTIVITY(WS-DEPT-SUB, CH-ACC-ID) NOT = 0
               MOVE WS-CLOSE-PERIOD-ID TO PBH-PERIOD-ID
               MOVE "D" TO PBH-LEVEL
               COMPUTE PBH-DEPARTMENT-CODE = WS-DEPT-SUB - 1
               MOVE CH-ACC-ID TO PBH-ACC-ID
               MOVE CH-ACC-CLASS TO PBH-ACC-CLASS
               MOVE WS-DEPT-CLOSING TO PBH-CLOSING-BALANCE
               MOVE WS-DA-ACTIVITY(WS-DEPT-SUB, CH-ACC-ID)
                   TO PBH-PERIOD-ACTIVITY
               PERFORM 190-WRITE-HISTORY THRU 190-WRITE-HISTORY-EXIT
           END-IF.
       185-RECORD-DEPARTMENT-EXIT.
           EXIT.
      ******************************************************************
      *Writes one history row, stamped with the close date. A row the
      *file already holds - the period was closed before and reopened
      *- is replaced.
      ******************************************************************
       190-WRITE-HISTORY.
           MOVE WS-CURRENT-DATE TO PBH-CLOSE-DATE
           WRITE PERIOD-BALANCE-INFO
                INVALID KEY
                   REWRITE PERIOD-BALANCE-INFO
           END-WRITE
           ADD 1 TO WS-HISTORY-COUNT.
       190-WRITE-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one chart account and, by its classification, zeroes it
      *into the net income total or leaves the balance untouched.
      *Every account gets the closed period's end date stamped as its
