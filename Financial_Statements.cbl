      *A retired account is dropped once its balance is zero; one
      *still carrying a balance keeps printing, since hiding it would
      *unbalance the sheet.
      *After the statements from the live chart come the comparative
      *statements, printed from the period balance history
      *Period_Close records before it zeroes anything. The income
      *statement shows each revenue and expense account's activity for
      *the period, for the period before it, for the same period a
      *year earlier, and for the year to date. The balance sheet shows
      *each balance sheet account's balance at the end of the first
      *three of those periods. The period is the latest one in the
      *history unless the optional parameter record names one, and the
      *parameter record can narrow both statements to one department.
      *With no history on file yet, the comparatives are skipped with
      *a note on the report.
      *Runs standalone or as one step of the day-end driver: a clean
      *finish returns control with RETURN-CODE zero and a refused run
      *returns 8, so the driver can record the step's outcome.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-ACC-ID.
      *Period balance history written by Period_Close, read in key
      *order. OPTIONAL - before the first close there is none.
           SELECT OPTIONAL PERIOD-BALANCE-FILE
               ASSIGN TO UT-SYS-PERIOD-BALANCE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBH-KEY.
      *Optional parameter record naming the period, and optionally the
      *one department, the comparative statements are printed for.
           SELECT OPTIONAL FIN-PARM-FILE
               ASSIGN TO UT-SYS-FIN-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Financial statement file is the printed report this program
      *produces.
           SELECT FIN-STMT-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD PERIOD-BALANCE-FILE
           RECORD CONTAINS 42.
           COPY PERBAL.

      *FSP-PERIOD-ID zero means the latest period in the history.
      *FSP-DEPT-SWITCH "Y" narrows the comparatives to
      *FSP-DEPARTMENT-CODE; anything else prints them in total.
       FD FIN-PARM-FILE
           RECORD CONTAINS 9.
       01 FIN-PARM-INFO.
           05 FSP-PERIOD-ID PIC 9(06).
           05 FSP-DEPT-SWITCH PIC X(01).
            88 FSP-ONE-DEPARTMENT VALUE "Y".
           05 FSP-DEPARTMENT-CODE PIC 9(02).

       FD FIN-STMT-FILE
           RECORD CONTAINS 80.
       01 FIN-STMT-LINE PIC X(80).
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-FIN-STMT-FILE PIC X(100)
              VALUE "C:\COBOL\finstmt.dat".
           05 UT-SYS-PERIOD-BALANCE-FILE PIC X(100)
              VALUE "C:\COBOL\perbal.dat".
           05 UT-SYS-FIN-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\finparm.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
            88 NOT-EOF-CHART VALUE "F".
      *Which classification the statement pass now printing wants.
           05 WS-WANTED-CLASS PIC X(1).
           05 WS-EOF-HISTORY-SWITCH PIC X(1).
            88 EOF-HISTORY VALUE "T".
            88 NOT-EOF-HISTORY VALUE "F".
      *"Y" when the comparatives are narrowed to one department.
           05 WS-CMP-DEPT-SWITCH PIC X(1) VALUE "N".
            88 CMP-ONE-DEPARTMENT VALUE "Y".
            88 CMP-ALL-DEPARTMENTS VALUE "N".
      *Which figure a comparative section prints: "A" the period
      *activity, "B" the balance at the end of the period.
           05 WS-CMP-KIND PIC X(1).
            88 CMP-ACTIVITY VALUE "A".
            88 CMP-BALANCE VALUE "B".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
           05 WS-SECTION-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-LIAB-EQUITY-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-SUSPENSE-BALANCE PIC S9(9)V99 VALUE 0.
      *The comparative periods: the period reported, the calendar
      *period before it in the history, the same period a year
      *earlier, and the department the comparatives are narrowed to.
           05 WS-CMP-PERIOD-ID PIC 9(06) VALUE 0.
           05 WS-CMP-PRIOR-ID PIC 9(06) VALUE 0.
           05 WS-CMP-LAST-YEAR-ID PIC 9(06) VALUE 0.
           05 WS-CMP-DEPARTMENT PIC 9(02) VALUE 0.
           05 WS-CMP-ROW-COUNT PIC 9(8) VALUE 0.
           05 WS-CMP-REQUESTED-ID PIC 9(06) VALUE 0.
           05 WS-CMP-LAST-SEEN-ID PIC 9(06) VALUE 0.
           05 WS-CMP-LABEL PIC X(16).
           05 WS-CMP-YEAR PIC 9(04) VALUE 0.
           05 WS-CMP-YTD-FROM PIC 9(06) VALUE 0.
           05 WS-HIST-YEAR PIC 9(04) VALUE 0.

      ******************************************************************
      *Comparative figures per chart account id, loaded from the
      *period balance history. Column 1 is the period reported, 2 the
      *period before, 3 the same period last year, 4 the year to date
      *(activity only).
      ******************************************************************
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 99 TIMES.
            10 WS-CMP-USED PIC X(01) VALUE "N".
            10 WS-CMP-CLASS PIC X(01) VALUE SPACE.
            10 WS-CMP-NAME PIC X(16) VALUE SPACES.
            10 WS-CMP-ACTIVITY OCCURS 4 TIMES PIC S9(9)V99 VALUE 0.
            10 WS-CMP-BALANCE OCCURS 4 TIMES PIC S9(9)V99 VALUE 0.
       01 WS-CMP-ACC-SUB PIC 9(04).
       01 WS-CMP-COL-SUB PIC 9(04).

      ******************************************************************
      *Comparative column totals: the section being printed, revenue,
      *expenses, net income, assets, liabilities, equity, suspense,
      *and liabilities plus equity plus suspense.
      ******************************************************************
       01 WS-CMP-TOTALS.
           05 WS-CMP-SECTION-GROUP.
            10 WS-CMP-SECTION-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-REVENUE-GROUP.
            10 WS-CMP-REVENUE-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-EXPENSE-GROUP.
            10 WS-CMP-EXPENSE-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-NET-GROUP.
            10 WS-CMP-NET-INCOME OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-ASSET-GROUP.
            10 WS-CMP-ASSET-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-LIAB-GROUP.
            10 WS-CMP-LIAB-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-EQUITY-GROUP.
            10 WS-CMP-EQUITY-TOTAL OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-SUSPENSE-GROUP.
            10 WS-CMP-SUSPENSE OCCURS 4 TIMES PIC S9(9)V99.
           05 WS-CMP-LIAB-EQUITY-GROUP.
            10 WS-CMP-LIAB-EQUITY OCCURS 4 TIMES PIC S9(9)V99.

      ******************************************************************
      *Layouts for the printed lines of the statements.
           05 WS-ST-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(43) VALUE SPACES.

      ******************************************************************
      *Layouts for the printed lines of the comparative statements.
      *The balance sheet has no year-to-date column; its fourth
      *amount is blanked.
      ******************************************************************
       01 WS-CMP-TITLE-LINE.
           05 WS-CT-TEXT PIC X(42).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-CT-PERIOD PIC 9(06).
           05 WS-CT-DEPT-TEXT PIC X(14).
           05 WS-CT-DEPT PIC X(02).
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-CMP-HEADING-LINE.
           05 FILLER PIC X(16) VALUE "ACCOUNT".
           05 FILLER PIC X(16) VALUE "     THIS PERIOD".
           05 FILLER PIC X(16) VALUE "     LAST PERIOD".
           05 FILLER PIC X(16) VALUE "       LAST YEAR".
           05 WS-CH-YTD-LABEL PIC X(16).
       01 WS-CMP-PERIOD-LINE.
           05 FILLER PIC X(16) VALUE "PERIOD".
           05 WS-CPL-PERIOD OCCURS 3 TIMES.
            10 FILLER PIC X(10) VALUE SPACES.
            10 WS-CPL-ID PIC ZZZZZ9.
           05 WS-CPL-YTD-RANGE.
            10 FILLER PIC X(03) VALUE SPACES.
            10 WS-CPL-YTD-FROM PIC ZZZZZ9.
            10 FILLER PIC X(01) VALUE "-".
            10 WS-CPL-YTD-TO PIC ZZZZZ9.
       01 WS-CMP-DETAIL-LINE.
           05 WS-CD-NAME PIC X(16).
           05 WS-CD-COLUMN OCCURS 4 TIMES.
            10 FILLER PIC X(01).
            10 WS-CD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-CMP-DETAIL-LINE-R REDEFINES WS-CMP-DETAIL-LINE.
           05 FILLER PIC X(64).
           05 WS-CD-FOURTH-COLUMN PIC X(16).

      ******************************************************************
      *Run-log stamps: the status this run's log record will carry
      *(aborted until the end of the run proves otherwise), the start
      *Step 3: Print the balance sheet - assets, then liabilities and
      *         equity with the current period's net income as its
      *         own equity line - and the in-balance check
      *Step 4: Print the comparative statements from the period
      *         balance history
      *Step 5: Close files and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
                   TO FIN-STMT-LINE
           END-IF
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           PERFORM 500-PRINT-COMPARATIVES
               THRU 500-PRINT-COMPARATIVES-EXIT
           CLOSE FIN-STMT-FILE
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
       400-PRINT-TOTAL-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the comparative statements from the period balance
      *history.
      *Step 1: Read the optional parameter record
      *Step 2: Settle the period reported and the period before it
      *Step 3: Load the account names and the history rows the
      *         comparatives need
      *Step 4: Print the comparative income statement and balance sheet
      ******************************************************************
       500-PRINT-COMPARATIVES.
           PERFORM 510-READ-PARAMETERS THRU 510-READ-PARAMETERS-EXIT
           PERFORM 520-FIND-PERIODS THRU 520-FIND-PERIODS-EXIT
           MOVE SPACES TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           IF WS-CMP-PERIOD-ID = 0
               IF WS-CMP-REQUESTED-ID > 0
                   MOVE SPACES TO FIN-STMT-LINE
                   STRING "PERIOD " DELIMITED BY SIZE
                       WS-CMP-REQUESTED-ID DELIMITED BY SIZE
                       " IS NOT IN THE PERIOD BALANCE HISTORY - "
                       DELIMITED BY SIZE
                       "NO COMPARATIVES" DELIMITED BY SIZE
                       INTO FIN-STMT-LINE
               ELSE
                   MOVE SPACES TO FIN-STMT-LINE
                   STRING "NO PERIOD BALANCE HISTORY YET - "
                       DELIMITED BY SIZE
                       "NO COMPARATIVE STATEMENTS" DELIMITED BY SIZE
                       INTO FIN-STMT-LINE
               END-IF
               WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           ELSE
               PERFORM 530-LOAD-NAMES THRU 530-LOAD-NAMES-EXIT
               PERFORM 540-LOAD-HISTORY THRU 540-LOAD-HISTORY-EXIT
               PERFORM 600-PRINT-CMP-INCOME
                   THRU 600-PRINT-CMP-INCOME-EXIT
               PERFORM 650-PRINT-CMP-BALANCE
                   THRU 650-PRINT-CMP-BALANCE-EXIT
           END-IF.
       500-PRINT-COMPARATIVES-EXIT.
           EXIT.
      ******************************************************************
      *Reads the optional parameter record. No record, or a period that
      *is not a number, means the latest period in the history; the
      *comparatives are narrowed to a department only when the record
      *asks for one.
      ******************************************************************
       510-READ-PARAMETERS.
           OPEN INPUT FIN-PARM-FILE
           READ FIN-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF FSP-PERIOD-ID IS NUMERIC
                       MOVE FSP-PERIOD-ID TO WS-CMP-REQUESTED-ID
                   END-IF
                   IF FSP-ONE-DEPARTMENT
                      AND FSP-DEPARTMENT-CODE IS NUMERIC
                       MOVE "Y" TO WS-CMP-DEPT-SWITCH
                       MOVE FSP-DEPARTMENT-CODE TO WS-CMP-DEPARTMENT
                   END-IF
           END-READ
           CLOSE FIN-PARM-FILE.
       510-READ-PARAMETERS-EXIT.
           EXIT.
      ******************************************************************
      *Walks the history in key order - which is period order - to
      *settle the period reported (the one asked for, or the latest)
      *and the period before it, then works out the same period last
      *year and the first period of the year.
      ******************************************************************
       520-FIND-PERIODS.
           OPEN INPUT PERIOD-BALANCE-FILE
           MOVE "F" TO WS-EOF-HISTORY-SWITCH
           PERFORM 525-SCAN-PERIOD THRU 525-SCAN-PERIOD-EXIT
               UNTIL EOF-HISTORY
           CLOSE PERIOD-BALANCE-FILE
           IF WS-CMP-REQUESTED-ID > 0
              AND WS-CMP-LAST-SEEN-ID NOT = WS-CMP-REQUESTED-ID
               MOVE 0 TO WS-CMP-PERIOD-ID
           ELSE
               MOVE WS-CMP-LAST-SEEN-ID TO WS-CMP-PERIOD-ID
           END-IF
           IF WS-CMP-PERIOD-ID > 0
               COMPUTE WS-CMP-LAST-YEAR-ID = WS-CMP-PERIOD-ID - 100
               DIVIDE WS-CMP-PERIOD-ID BY 100 GIVING WS-CMP-YEAR
               COMPUTE WS-CMP-YTD-FROM = WS-CMP-YEAR * 100 + 1
           END-IF.
       520-FIND-PERIODS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one history row on the period hunt. Each new period at or
      *before the one asked for pushes the last one seen back to be
      *the period before.
      ******************************************************************
       525-SCAN-PERIOD.
           READ PERIOD-BALANCE-FILE
                AT END
                   MOVE "T" TO WS-EOF-HISTORY-SWITCH
                NOT AT END
                   IF PBH-PERIOD-ID NOT = WS-CMP-LAST-SEEN-ID
                      AND (WS-CMP-REQUESTED-ID = 0
                      OR PBH-PERIOD-ID <= WS-CMP-REQUESTED-ID)
                       MOVE WS-CMP-LAST-SEEN-ID TO WS-CMP-PRIOR-ID
                       MOVE PBH-PERIOD-ID TO WS-CMP-LAST-SEEN-ID
                   END-IF
           END-READ.
       525-SCAN-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Loads each chart account's name and classification, so the
      *comparatives print names the history does not carry.
      ******************************************************************
       530-LOAD-NAMES.
           OPEN INPUT CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 535-LOAD-NAME THRU 535-LOAD-NAME-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE.
       530-LOAD-NAMES-EXIT.
           EXIT.
      ******************************************************************
      *Records one chart account's name and classification.
      ******************************************************************
       535-LOAD-NAME.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       MOVE CH-ACC-NAME TO WS-CMP-NAME(CH-ACC-ID)
                       MOVE CH-ACC-CLASS TO WS-CMP-CLASS(CH-ACC-ID)
                   END-IF
           END-READ.
       535-LOAD-NAME-EXIT.
           EXIT.
      ******************************************************************
      *Loads the history rows the comparatives need - the total rows,
      *or the one department's rows - into the comparative table.
      ******************************************************************
       540-LOAD-HISTORY.
           OPEN INPUT PERIOD-BALANCE-FILE
           MOVE "F" TO WS-EOF-HISTORY-SWITCH
           PERFORM 545-READ-HISTORY THRU 545-READ-HISTORY-EXIT
               UNTIL EOF-HISTORY
           CLOSE PERIOD-BALANCE-FILE.
       540-LOAD-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one history row and, when it is at the level being
      *printed, applies it.
      ******************************************************************
       545-READ-HISTORY.
           READ PERIOD-BALANCE-FILE
                AT END
                   MOVE "T" TO WS-EOF-HISTORY-SWITCH
                NOT AT END
                   IF PBH-ACC-ID > 0
                      AND ((CMP-ALL-DEPARTMENTS AND PBH-TOTAL-ROW)
                      OR (CMP-ONE-DEPARTMENT AND PBH-DEPARTMENT-ROW
                      AND PBH-DEPARTMENT-CODE = WS-CMP-DEPARTMENT))
                       PERFORM 548-APPLY-HISTORY-ROW
                           THRU 548-APPLY-HISTORY-ROW-EXIT
                   END-IF
           END-READ.
       545-READ-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Places one history row in every comparative column it belongs
      *to: the period reported, the period before, the same period
      *last year, and - for its activity - the year to date when it
      *falls in the reported period's year at or before it.
      ******************************************************************
       548-APPLY-HISTORY-ROW.
           MOVE PBH-ACC-ID TO WS-CMP-ACC-SUB
           IF PBH-PERIOD-ID = WS-CMP-PERIOD-ID
               MOVE 1 TO WS-CMP-COL-SUB
               PERFORM 549-PLACE-IN-COLUMN
                   THRU 549-PLACE-IN-COLUMN-EXIT
           END-IF
           IF PBH-PERIOD-ID = WS-CMP-PRIOR-ID AND WS-CMP-PRIOR-ID > 0
               MOVE 2 TO WS-CMP-COL-SUB
               PERFORM 549-PLACE-IN-COLUMN
                   THRU 549-PLACE-IN-COLUMN-EXIT
           END-IF
           IF PBH-PERIOD-ID = WS-CMP-LAST-YEAR-ID
               MOVE 3 TO WS-CMP-COL-SUB
               PERFORM 549-PLACE-IN-COLUMN
                   THRU 549-PLACE-IN-COLUMN-EXIT
           END-IF
           DIVIDE PBH-PERIOD-ID BY 100 GIVING WS-HIST-YEAR
           IF WS-HIST-YEAR = WS-CMP-YEAR
              AND PBH-PERIOD-ID <= WS-CMP-PERIOD-ID
               ADD PBH-PERIOD-ACTIVITY
                   TO WS-CMP-ACTIVITY(WS-CMP-ACC-SUB, 4)
               MOVE "Y" TO WS-CMP-USED(WS-CMP-ACC-SUB)
               ADD 1 TO WS-CMP-ROW-COUNT
           END-IF.
       548-APPLY-HISTORY-ROW-EXIT.
           EXIT.
      ******************************************************************
      *Places one history row's activity and balance in the column
      *the caller chose. An account the chart no longer carries is
      *named by its number and classified as the history recorded it.
      ******************************************************************
       549-PLACE-IN-COLUMN.
           MOVE PBH-PERIOD-ACTIVITY
               TO WS-CMP-ACTIVITY(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
           MOVE PBH-CLOSING-BALANCE
               TO WS-CMP-BALANCE(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
           MOVE "Y" TO WS-CMP-USED(WS-CMP-ACC-SUB)
           IF WS-CMP-NAME(WS-CMP-ACC-SUB) = SPACES
               STRING "ACCOUNT " DELIMITED BY SIZE
                   PBH-ACC-ID DELIMITED BY SIZE
                   INTO WS-CMP-NAME(WS-CMP-ACC-SUB)
               MOVE PBH-ACC-CLASS TO WS-CMP-CLASS(WS-CMP-ACC-SUB)
           END-IF.
       549-PLACE-IN-COLUMN-EXIT.
           EXIT.
      ******************************************************************
      *Prints the comparative income statement: each revenue and
      *expense account's activity in all four columns, the totals, and
      *the net income or loss.
      ******************************************************************
       600-PRINT-CMP-INCOME.
           MOVE "COMPARATIVE INCOME STATEMENT - PERIOD" TO WS-CT-TEXT
           PERFORM 690-PRINT-CMP-TITLE THRU 690-PRINT-CMP-TITLE-EXIT
           MOVE "    YEAR TO DATE" TO WS-CH-YTD-LABEL
           WRITE FIN-STMT-LINE FROM WS-CMP-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           PERFORM 695-SET-PERIOD-LINE THRU 695-SET-PERIOD-LINE-EXIT
           WRITE FIN-STMT-LINE FROM WS-CMP-PERIOD-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "A" TO WS-CMP-KIND
           MOVE "REVENUE" TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "R" TO WS-WANTED-CLASS
           PERFORM 700-PRINT-CMP-SECTION
               THRU 700-PRINT-CMP-SECTION-EXIT
           MOVE WS-CMP-SECTION-GROUP TO WS-CMP-REVENUE-GROUP
           MOVE "TOTAL REVENUE" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           MOVE "EXPENSES" TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "E" TO WS-WANTED-CLASS
           PERFORM 700-PRINT-CMP-SECTION
               THRU 700-PRINT-CMP-SECTION-EXIT
           MOVE WS-CMP-SECTION-GROUP TO WS-CMP-EXPENSE-GROUP
           MOVE "TOTAL EXPENSES" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           PERFORM 610-COMPUTE-NET-INCOME
               THRU 610-COMPUTE-NET-INCOME-EXIT
               VARYING WS-CMP-COL-SUB FROM 1 BY 1
               UNTIL WS-CMP-COL-SUB > 4
           MOVE WS-CMP-NET-GROUP TO WS-CMP-SECTION-GROUP
           MOVE "NET INCOME/LOSS" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT.
       600-PRINT-CMP-INCOME-EXIT.
           EXIT.
      ******************************************************************
      *Net income for one column: revenue less expenses.
      ******************************************************************
       610-COMPUTE-NET-INCOME.
           COMPUTE WS-CMP-NET-INCOME(WS-CMP-COL-SUB) =
               WS-CMP-REVENUE-TOTAL(WS-CMP-COL-SUB)
               - WS-CMP-EXPENSE-TOTAL(WS-CMP-COL-SUB).
       610-COMPUTE-NET-INCOME-EXIT.
           EXIT.
      ******************************************************************
      *Prints the comparative balance sheet: each balance sheet
      *account's balance at the end of the period reported, the period
      *before, and the same period last year. The revenue and expense
      *balances the close found are that period's net income, shown
      *as its own equity line, and the Suspense balance is carried on
      *the liabilities-and-equity side, both as the live balance sheet
      *does.
      ******************************************************************
       650-PRINT-CMP-BALANCE.
           MOVE SPACES TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "COMPARATIVE BALANCE SHEET - END OF PERIOD"
               TO WS-CT-TEXT
           PERFORM 690-PRINT-CMP-TITLE THRU 690-PRINT-CMP-TITLE-EXIT
           MOVE SPACES TO WS-CH-YTD-LABEL
           WRITE FIN-STMT-LINE FROM WS-CMP-HEADING-LINE
               BEFORE ADVANCING 1 LINE
           PERFORM 695-SET-PERIOD-LINE THRU 695-SET-PERIOD-LINE-EXIT
           MOVE SPACES TO WS-CPL-YTD-RANGE
           WRITE FIN-STMT-LINE FROM WS-CMP-PERIOD-LINE
               BEFORE ADVANCING 1 LINE
           MOVE "B" TO WS-CMP-KIND
           MOVE "ASSETS" TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "A" TO WS-WANTED-CLASS
           PERFORM 700-PRINT-CMP-SECTION
               THRU 700-PRINT-CMP-SECTION-EXIT
           MOVE WS-CMP-SECTION-GROUP TO WS-CMP-ASSET-GROUP
           MOVE "TOTAL ASSETS" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           MOVE "LIABILITIES" TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "L" TO WS-WANTED-CLASS
           PERFORM 700-PRINT-CMP-SECTION
               THRU 700-PRINT-CMP-SECTION-EXIT
           MOVE WS-CMP-SECTION-GROUP TO WS-CMP-LIAB-GROUP
           MOVE "TOT LIABILITIES" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           MOVE "EQUITY" TO FIN-STMT-LINE
           WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           MOVE "Q" TO WS-WANTED-CLASS
           PERFORM 700-PRINT-CMP-SECTION
               THRU 700-PRINT-CMP-SECTION-EXIT
           MOVE WS-CMP-SECTION-GROUP TO WS-CMP-EQUITY-GROUP
           PERFORM 660-COMPUTE-BALANCE-LINES
               THRU 660-COMPUTE-BALANCE-LINES-EXIT
               VARYING WS-CMP-COL-SUB FROM 1 BY 1
               UNTIL WS-CMP-COL-SUB > 4
           PERFORM 665-ADD-CLOSED-CLASS
               THRU 665-ADD-CLOSED-CLASS-EXIT
               VARYING WS-CMP-ACC-SUB FROM 1 BY 1
               UNTIL WS-CMP-ACC-SUB > 99
           MOVE WS-CMP-NET-GROUP TO WS-CMP-SECTION-GROUP
           MOVE "CURRENT NET INC" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           PERFORM 670-TOTAL-LIAB-EQUITY
               THRU 670-TOTAL-LIAB-EQUITY-EXIT
               VARYING WS-CMP-COL-SUB FROM 1 BY 1
               UNTIL WS-CMP-COL-SUB > 4
           MOVE WS-CMP-EQUITY-GROUP TO WS-CMP-SECTION-GROUP
           MOVE "TOTAL EQUITY" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           MOVE WS-CMP-SUSPENSE-GROUP TO WS-CMP-SECTION-GROUP
           MOVE "UNRESOLVED SUSP" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           MOVE WS-CMP-LIAB-EQUITY-GROUP TO WS-CMP-SECTION-GROUP
           MOVE "LIAB+EQTY+SUSP" TO WS-CMP-LABEL
           PERFORM 720-PRINT-CMP-TOTAL THRU 720-PRINT-CMP-TOTAL-EXIT
           IF CMP-ALL-DEPARTMENTS
               IF WS-CMP-ASSET-TOTAL(1) = WS-CMP-LIAB-EQUITY(1)
                   MOVE "PERIOD END BALANCE SHEET IN BALANCE"
                       TO FIN-STMT-LINE
               ELSE
                   MOVE "*** PERIOD END SHEET OUT OF BALANCE ***"
                       TO FIN-STMT-LINE
               END-IF
               WRITE FIN-STMT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       650-PRINT-CMP-BALANCE-EXIT.
           EXIT.
      ******************************************************************
      *Clears one column's net income and takes its Suspense balance
      *from the history, ready for the closing-class pass.
      ******************************************************************
       660-COMPUTE-BALANCE-LINES.
           MOVE 0 TO WS-CMP-NET-INCOME(WS-CMP-COL-SUB)
           MOVE WS-CMP-BALANCE(9, WS-CMP-COL-SUB)
               TO WS-CMP-SUSPENSE(WS-CMP-COL-SUB).
       660-COMPUTE-BALANCE-LINES-EXIT.
           EXIT.
      ******************************************************************
      *Adds one revenue or expense account's balance at the end of
      *each of the three periods into that period's net income.
      ******************************************************************
       665-ADD-CLOSED-CLASS.
           IF WS-CMP-CLASS(WS-CMP-ACC-SUB) = "R"
               ADD WS-CMP-BALANCE(WS-CMP-ACC-SUB, 1)
                   TO WS-CMP-NET-INCOME(1)
               ADD WS-CMP-BALANCE(WS-CMP-ACC-SUB, 2)
                   TO WS-CMP-NET-INCOME(2)
               ADD WS-CMP-BALANCE(WS-CMP-ACC-SUB, 3)
                   TO WS-CMP-NET-INCOME(3)
           END-IF
           IF WS-CMP-CLASS(WS-CMP-ACC-SUB) = "E"
               SUBTRACT WS-CMP-BALANCE(WS-CMP-ACC-SUB, 1)
                   FROM WS-CMP-NET-INCOME(1)
               SUBTRACT WS-CMP-BALANCE(WS-CMP-ACC-SUB, 2)
                   FROM WS-CMP-NET-INCOME(2)
               SUBTRACT WS-CMP-BALANCE(WS-CMP-ACC-SUB, 3)
                   FROM WS-CMP-NET-INCOME(3)
           END-IF.
       665-ADD-CLOSED-CLASS-EXIT.
           EXIT.
      ******************************************************************
      *Completes one column's equity total with the net income line,
      *and its liabilities plus equity plus Suspense total.
      ******************************************************************
       670-TOTAL-LIAB-EQUITY.
           ADD WS-CMP-NET-INCOME(WS-CMP-COL-SUB)
               TO WS-CMP-EQUITY-TOTAL(WS-CMP-COL-SUB)
           COMPUTE WS-CMP-LIAB-EQUITY(WS-CMP-COL-SUB) =
               WS-CMP-LIAB-TOTAL(WS-CMP-COL-SUB)
               + WS-CMP-EQUITY-TOTAL(WS-CMP-COL-SUB)
               + WS-CMP-SUSPENSE(WS-CMP-COL-SUB).
       670-TOTAL-LIAB-EQUITY-EXIT.
           EXIT.
      ******************************************************************
      *Prints a comparative statement's title - the text the caller
      *placed in WS-CT-TEXT and the period reported - with the
      *department added when the comparatives are narrowed to one.
      ******************************************************************
       690-PRINT-CMP-TITLE.
           MOVE WS-CMP-PERIOD-ID TO WS-CT-PERIOD
           IF CMP-ONE-DEPARTMENT
               MOVE " - DEPARTMENT " TO WS-CT-DEPT-TEXT
               MOVE WS-CMP-DEPARTMENT TO WS-CT-DEPT
           ELSE
               MOVE SPACES TO WS-CT-DEPT-TEXT
               MOVE SPACES TO WS-CT-DEPT
           END-IF
           WRITE FIN-STMT-LINE FROM WS-CMP-TITLE-LINE
               BEFORE ADVANCING 1 LINE.
       690-PRINT-CMP-TITLE-EXIT.
           EXIT.
      ******************************************************************
      *Fills the period line under the column headings with the period
      *ids the columns hold; a period the history does not reach
      *prints blank.
      ******************************************************************
       695-SET-PERIOD-LINE.
           MOVE WS-CMP-PERIOD-ID TO WS-CPL-ID(1)
           MOVE WS-CMP-PRIOR-ID TO WS-CPL-ID(2)
           MOVE WS-CMP-LAST-YEAR-ID TO WS-CPL-ID(3)
           MOVE WS-CMP-YTD-FROM TO WS-CPL-YTD-FROM
           MOVE WS-CMP-PERIOD-ID TO WS-CPL-YTD-TO.
       695-SET-PERIOD-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the comparative line of every account of the wanted
      *classification and leaves the section's column totals in
      *WS-CMP-SECTION-TOTAL.
      ******************************************************************
       700-PRINT-CMP-SECTION.
           PERFORM 705-ZERO-SECTION-COLUMN
               THRU 705-ZERO-SECTION-COLUMN-EXIT
               VARYING WS-CMP-COL-SUB FROM 1 BY 1
               UNTIL WS-CMP-COL-SUB > 4
           PERFORM 710-PRINT-CMP-ACCOUNT
               THRU 710-PRINT-CMP-ACCOUNT-EXIT
               VARYING WS-CMP-ACC-SUB FROM 1 BY 1
               UNTIL WS-CMP-ACC-SUB > 99.
       700-PRINT-CMP-SECTION-EXIT.
           EXIT.
      ******************************************************************
      *Clears one column of the section totals.
      ******************************************************************
       705-ZERO-SECTION-COLUMN.
           MOVE 0 TO WS-CMP-SECTION-TOTAL(WS-CMP-COL-SUB).
       705-ZERO-SECTION-COLUMN-EXIT.
           EXIT.
      ******************************************************************
      *Prints one account's comparative line when the history has it
      *and it belongs to the section being printed.
      ******************************************************************
       710-PRINT-CMP-ACCOUNT.
           IF WS-CMP-USED(WS-CMP-ACC-SUB) = "Y"
              AND WS-CMP-CLASS(WS-CMP-ACC-SUB) = WS-WANTED-CLASS
               MOVE WS-CMP-NAME(WS-CMP-ACC-SUB) TO WS-CD-NAME
               PERFORM 715-FILL-CMP-COLUMN
                   THRU 715-FILL-CMP-COLUMN-EXIT
                   VARYING WS-CMP-COL-SUB FROM 1 BY 1
                   UNTIL WS-CMP-COL-SUB > 4
               IF CMP-BALANCE
                   MOVE SPACES TO WS-CD-FOURTH-COLUMN
               END-IF
               WRITE FIN-STMT-LINE FROM WS-CMP-DETAIL-LINE
                   BEFORE ADVANCING 1 LINE
           END-IF.
       710-PRINT-CMP-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Fills one column of an account's comparative line - activity or
      *balance, whichever the section prints - and adds it to the
      *section total.
      ******************************************************************
       715-FILL-CMP-COLUMN.
           IF CMP-ACTIVITY
               MOVE WS-CMP-ACTIVITY(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
                   TO WS-CD-AMOUNT(WS-CMP-COL-SUB)
               ADD WS-CMP-ACTIVITY(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
                   TO WS-CMP-SECTION-TOTAL(WS-CMP-COL-SUB)
           ELSE
               MOVE WS-CMP-BALANCE(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
                   TO WS-CD-AMOUNT(WS-CMP-COL-SUB)
               ADD WS-CMP-BALANCE(WS-CMP-ACC-SUB, WS-CMP-COL-SUB)
                   TO WS-CMP-SECTION-TOTAL(WS-CMP-COL-SUB)
           END-IF.
       715-FILL-CMP-COLUMN-EXIT.
           EXIT.
      ******************************************************************
      *Prints one comparative total line: the label the caller placed
      *in WS-CMP-LABEL and the column totals in WS-CMP-SECTION-TOTAL.
      ******************************************************************
       720-PRINT-CMP-TOTAL.
           MOVE WS-CMP-LABEL TO WS-CD-NAME
           PERFORM 725-FILL-TOTAL-COLUMN
               THRU 725-FILL-TOTAL-COLUMN-EXIT
               VARYING WS-CMP-COL-SUB FROM 1 BY 1
               UNTIL WS-CMP-COL-SUB > 4
           IF CMP-BALANCE
               MOVE SPACES TO WS-CD-FOURTH-COLUMN
           END-IF
           WRITE FIN-STMT-LINE FROM WS-CMP-DETAIL-LINE
               BEFORE ADVANCING 1 LINE.
       720-PRINT-CMP-TOTAL-EXIT.
           EXIT.
      ******************************************************************
      *Fills one column of a comparative total line.
      ******************************************************************
       725-FILL-TOTAL-COLUMN.
           MOVE WS-CMP-SECTION-TOTAL(WS-CMP-COL-SUB)
               TO WS-CD-AMOUNT(WS-CMP-COL-SUB).
       725-FILL-TOTAL-COLUMN-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
