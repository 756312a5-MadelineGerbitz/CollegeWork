       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cash_Flow_Statement.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project prints the statement of cash flows, the third
      *statement beside Financial_Statements' income statement and
      *balance sheet. Every movement of Cash is a numbered journal
      *entry to account 1 - General_Ledger's 820-POST-CASH-LEG writes
      *one beside every posting to a cash-funded account - so the
      *statement is built straight from those entries: each Cash
      *entry dated inside the reporting range is paired with the
      *posting it balances and reported under the category of the
      *account on that other side - operating, investing, or
      *financing - as an inflow or an outflow, per department.
      *Pairing comes from the journal cross-reference, whose
      *XRF-CASH-LEG-JRNL on the originating posting names the Cash
      *entry. When the cross-reference does not know the entry just
      *before a Cash entry - a posting made since the nightly build,
      *or a run over an archive - the pairing falls back to the rule
      *the build itself applies: the entry one journal number
      *earlier, same department, to a non-Cash account. A Cash entry
      *nothing pairs with (a voucher leg to Cash, a direct Cash
      *posting) is reported as its own unpaired category and listed
      *at the end so someone can explain it.
      *The account on the other side decides the category from the
      *optional cash flow category file, or, with no row there, from
      *its chart classification (see CASHCAT).
      *The proof at the foot shows opening Cash plus the range's net
      *movement, plus any Cash dated after the range, against the
      *Cash balance the chart carries. Opening Cash is the chart
      *baseline snapshot plus every Cash entry dated before the
      *range, applied with the same arithmetic the posting programs
      *and Ledger_Audit use. The optional report parameter record
      *scopes the run exactly as it does for Account_Detail; a run
      *over an archive journal is not proved against the live chart.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Chart file contains account IDs, Titles, and balances. Indexed
      *by account ID; read here in ascending key order like a plain
      *sequential file.
           SELECT CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-ACC-ID.
      *Journal file being reported over - master.dat unless the
      *parameter record points somewhere else.
           SELECT JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Journal cross-reference file cut by Journal_Xref_Build, keyed
      *by journal number, read for the Cash-leg link. OPTIONAL -
      *before the first build every pairing falls back to the
      *journal itself.
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO UT-SYS-XREF-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-JOURNAL-NUMBER.
      *Activity rules file contains the department/account posting
      *rules the entry arithmetic works from.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Optional cash flow category overrides, one row per account.
           SELECT OPTIONAL CASH-CATEGORY-FILE
               ASSIGN TO UT-SYS-CASH-CATEGORY-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Department master file supplies the department name printed
      *beside the bare code.
           SELECT DEPT-MASTER-FILE
               ASSIGN TO UT-SYS-DEPT-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Optional parameter record scoping this run.
           SELECT OPTIONAL REPORT-PARM-FILE
               ASSIGN TO UT-SYS-REPORT-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Chart baseline snapshot written by Journal_Archive at the
      *moment of the last cut; opening Cash on live-journal runs
      *starts from it, since the archived entries are no longer in
      *master.dat. OPTIONAL - before the first archive ever there is
      *no baseline and opening Cash builds from zero, which is then
      *correct.
           SELECT OPTIONAL CHART-BASE-FILE
               ASSIGN TO UT-SYS-CHART-BASE-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Cash flow file is the printed statement this program produces.
           SELECT CASH-FLOW-FILE
               ASSIGN TO UT-SYS-CASH-FLOW-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD JOURNAL-FILE
           RECORD CONTAINS 48.
           COPY MSTREC.

       FD XREF-FILE
           RECORD CONTAINS 64.
           COPY JRNLXREF.

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD CASH-CATEGORY-FILE
           RECORD CONTAINS 3.
           COPY CASHCAT.

       FD DEPT-MASTER-FILE
           RECORD CONTAINS 39.
           COPY DEPTMST.

       FD REPORT-PARM-FILE
           RECORD CONTAINS 116.
           COPY RPTPARM.

      *Same fields as CHACCT, renamed so the live chart record and
      *the snapshot record can exist side by side without a
      *duplicate-data-name conflict.
       FD CHART-BASE-FILE
           RECORD CONTAINS 40.
           COPY CHACCT REPLACING
               ==CHART-INFO== BY ==CHART-BASE-INFO==
               ==CH-ACC-ID== BY ==CB-ACC-ID==
               ==CH-ACC-NAME== BY ==CB-ACC-NAME==
               ==CH-ACC-BALANCE== BY ==CB-ACC-BALANCE==
               ==CH-LAST-CLOSED-PERIOD== BY ==CB-LAST-CLOSED-PERIOD==
               ==ACC-CASH== BY ==CB-ACC-CASH==
               ==ACC-SALES== BY ==CB-ACC-SALES==
               ==ACC-EXPENSES== BY ==CB-ACC-EXPENSES==
               ==ACC-AR== BY ==CB-ACC-AR==
               ==ACC-RE== BY ==CB-ACC-RE==
               ==ACC-SUSPENSE== BY ==CB-ACC-SUSPENSE==
               ==CH-ACC-CLASS== BY ==CB-ACC-CLASS==
               ==CLASS-ASSET== BY ==CB-CLASS-ASSET==
               ==CLASS-LIABILITY== BY ==CB-CLASS-LIABILITY==
               ==CLASS-EQUITY== BY ==CB-CLASS-EQUITY==
               ==CLASS-REVENUE== BY ==CB-CLASS-REVENUE==
               ==CLASS-EXPENSE== BY ==CB-CLASS-EXPENSE==
               ==CH-NORMAL-BALANCE== BY ==CB-NORMAL-BALANCE==
               ==NORMAL-DEBIT== BY ==CB-NORMAL-DEBIT==
               ==NORMAL-CREDIT== BY ==CB-NORMAL-CREDIT==
               ==CH-ACTIVE-FLAG== BY ==CB-ACTIVE-FLAG==
               ==ACCOUNT-ACTIVE== BY ==CB-ACCOUNT-ACTIVE==
               ==ACCOUNT-INACTIVE== BY ==CB-ACCOUNT-INACTIVE==.

       FD CASH-FLOW-FILE
           RECORD CONTAINS 80.
       01 CASH-FLOW-LINE PIC X(80).

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-JOURNAL-FILE PIC X(100)
              VALUE "C:\COBOL\master.dat".
           05 UT-SYS-XREF-FILE PIC X(100)
              VALUE "C:\COBOL\jrnlxref.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-CASH-CATEGORY-FILE PIC X(100)
              VALUE "C:\COBOL\cashcat.dat".
           05 UT-SYS-DEPT-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\deptmast.dat".
           05 UT-SYS-REPORT-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\rptparm.dat".
           05 UT-SYS-CHART-BASE-FILE PIC X(100)
              VALUE "C:\COBOL\chartbase.dat".
           05 UT-SYS-CASH-FLOW-FILE PIC X(100)
              VALUE "C:\COBOL\cashflow.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-CHART-SWITCH PIC X(1).
            88 EOF-CHART VALUE "T".
            88 NOT-EOF-CHART VALUE "F".
           05 WS-EOF-JOURNAL-SWITCH PIC X(1).
            88 EOF-JOURNAL VALUE "T".
            88 NOT-EOF-JOURNAL VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-EOF-CATEGORY-SWITCH PIC X(1).
            88 EOF-CATEGORY VALUE "T".
            88 NOT-EOF-CATEGORY VALUE "F".
           05 WS-EOF-DEPT-SWITCH PIC X(1).
            88 EOF-DEPT VALUE "T".
            88 NOT-EOF-DEPT VALUE "F".
           05 WS-EOF-BASE-SWITCH PIC X(1).
            88 EOF-BASE VALUE "T".
            88 NOT-EOF-BASE VALUE "F".
           05 WS-RULE-FOUND-SWITCH PIC X(1).
            88 RULE-FOUND VALUE "Y".
            88 RULE-NOT-FOUND VALUE "N".
      *On when the current Cash entry was paired with the posting it
      *balances.
           05 WS-PAIRED-SWITCH PIC X(1).
            88 CASH-PAIRED VALUE "Y".
            88 CASH-UNPAIRED VALUE "N".
      *On when the chart carries a Cash account to prove against.
           05 WS-CASH-FOUND-SWITCH PIC X(1) VALUE "N".
            88 CASH-ACCOUNT-FOUND VALUE "Y".
            88 CASH-ACCOUNT-MISSING VALUE "N".
      *On when the parameter record pointed this run at a journal
      *other than the live master.dat - an archive predates the
      *baseline snapshot, so the baseline must not seed its opening
      *Cash and the live chart is no proof for it.
           05 WS-JOURNAL-OVERRIDE-SWITCH PIC X(1) VALUE "N".
            88 JOURNAL-OVERRIDDEN VALUE "Y".
            88 JOURNAL-IS-LIVE VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-FROM-DATE PIC 9(8) VALUE 0.
           05 WS-TO-DATE PIC 9(8) VALUE 99999999.
           05 WS-ENTRY-DELTA PIC S9(9)V99 VALUE 0.
           05 WS-PRIOR-JRNL PIC 9(8) VALUE 0.
           05 WS-OTHER-ACC PIC 9(02) VALUE 0.
           05 WS-CASH-ENTRY-COUNT PIC 9(8) VALUE 0.
           05 WS-UNPAIRED-COUNT PIC 9(8) VALUE 0.
           05 WS-OPENING-CASH PIC S9(9)V99 VALUE 0.
           05 WS-RANGE-NET PIC S9(9)V99 VALUE 0.
           05 WS-AFTER-NET PIC S9(9)V99 VALUE 0.
           05 WS-CLOSING-CASH PIC S9(9)V99 VALUE 0.
           05 WS-CHART-CASH PIC S9(9)V99 VALUE 0.
           05 WS-DIFFERENCE PIC S9(9)V99 VALUE 0.
           05 WS-NET-AMOUNT PIC S9(9)V99 VALUE 0.

      ******************************************************************
      *The journal entry read just before the current one, held so a
      *Cash entry the cross-reference cannot pair can still be paired
      *by the rule Journal_Xref_Build applies.
      ******************************************************************
       01 WS-HELD-ENTRY.
           05 WS-HELD-JOURNAL-NUMBER PIC 9(8) VALUE 0.
           05 WS-HELD-DEPT-CODE PIC 9(02) VALUE 0.
           05 WS-HELD-ACC-ID PIC 9(02) VALUE 0.

      ******************************************************************
      *Activity rule table, loaded once from ACTIVITY-RULES-FILE, so
      *each entry is applied in the same direction it posted.
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
      *Cash flow category per chart account id: 1 operating,
      *2 investing, 3 financing. Defaulted from the chart
      *classification and then overridden from the category file.
      *An account the chart does not carry stays operating.
      ******************************************************************
       01 WS-CATEGORY-TABLE.
           05 WS-ACC-CATEGORY OCCURS 99 TIMES PIC 9(01) VALUE 1.

      ******************************************************************
      *Department name by department code plus one, from the
      *department master.
      ******************************************************************
       01 WS-DEPT-NAME-TABLE.
           05 WS-DEPT-NAME OCCURS 100 TIMES PIC X(16) VALUE SPACES.
       01 WS-DEPT-SUB PIC 9(04).

      ******************************************************************
      *Category headings, in category number order; the fourth is the
      *Cash no originating posting could be paired with.
      ******************************************************************
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(24) VALUE "OPERATING ACTIVITIES".
           05 FILLER PIC X(24) VALUE "INVESTING ACTIVITIES".
           05 FILLER PIC X(24) VALUE "FINANCING ACTIVITIES".
           05 FILLER PIC X(24) VALUE "UNPAIRED CASH ENTRIES".
       01 WS-CATEGORY-NAMES-R REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(24).
       01 WS-CAT-SUB PIC 9(04).

      ******************************************************************
      *Inflows and outflows per department (code plus one) and
      *category, and per category across every department. Outflows
      *are carried as positive amounts.
      ******************************************************************
       01 WS-FLOW-TABLE.
           05 WS-FLOW-DEPT OCCURS 100 TIMES.
            10 WS-FLOW-CAT OCCURS 4 TIMES.
             15 WS-FLOW-IN PIC S9(9)V99.
             15 WS-FLOW-OUT PIC S9(9)V99.
             15 WS-FLOW-USED PIC X(01).
       01 WS-FLOW-TOTALS.
           05 WS-TOTAL-CAT OCCURS 4 TIMES.
            10 WS-TOTAL-IN PIC S9(9)V99.
            10 WS-TOTAL-OUT PIC S9(9)V99.
            10 WS-TOTAL-USED PIC X(01).

      ******************************************************************
      *Layouts for the printed lines of the statement.
      ******************************************************************
       01 WS-CF-RANGE-LINE.
           05 FILLER PIC X(5) VALUE "FROM ".
           05 WS-CR-FROM PIC X(8).
           05 FILLER PIC X(9) VALUE " THROUGH ".
           05 WS-CR-TO PIC X(8).
           05 FILLER PIC X(50) VALUE SPACES.
       01 WS-CF-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "  DEPARTMENT".
           05 FILLER PIC X(17) VALUE "          INFLOWS".
           05 FILLER PIC X(18) VALUE "          OUTFLOWS".
           05 FILLER PIC X(18) VALUE "               NET".
           05 FILLER PIC X(1) VALUE SPACES.
       01 WS-CF-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CD-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CD-DEPT-NAME PIC X(16).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CD-INFLOW PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CD-OUTFLOW PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CD-NET PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-CF-TOTAL-LINE.
           05 WS-CT-LABEL PIC X(26).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CT-INFLOW PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CT-OUTFLOW PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CT-NET PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-CF-PROOF-LINE.
           05 WS-CP-LABEL PIC X(62).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CP-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-CF-UNPAIRED-HEADING.
           05 FILLER PIC X(24) VALUE "JOURNAL#  DATE      DEPT".
           05 FILLER PIC X(17) VALUE "                T".
           05 FILLER PIC X(17) VALUE "           AMOUNT".
           05 FILLER PIC X(10) VALUE "    REV-OF".
           05 FILLER PIC X(12) VALUE SPACES.
       01 WS-CF-UNPAIRED-LINE.
           05 WS-CU-JOURNAL-NUMBER PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CU-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CU-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CU-DEPT-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CU-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CU-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-CU-REV-OF PIC Z(7)9.
           05 FILLER PIC X(12) VALUE SPACES.

      ******************************************************************
      *Run-log stamps: the status this run's log record will carry
      *(aborted until the end of the run proves otherwise), the start
      *timestamp taken as the program begins, and the work area the
      *end timestamp is peeled from when 950-WRITE-RUN-LOG writes the
      *record.
      ******************************************************************
       01 WS-RUN-LOG-DATA.
           05 WS-RL-STATUS PIC X(01) VALUE "A".
           05 WS-RL-SAVE-START-DATE PIC 9(08).
           05 WS-RL-SAVE-START-TIME PIC 9(06).
           05 WS-RL-STAMP.
            10 WS-RL-STAMP-DATE PIC 9(08).
            10 WS-RL-STAMP-TIME PIC 9(06).
            10 FILLER PIC X(07).

       PROCEDURE DIVISION.
      ******************************************************************
      *Main loop.
      *Step 1: Read the optional parameter record and load the
      *         baseline, chart, activity rules, category overrides,
      *         and department names
      *Step 2: Read the journal once, building opening Cash, the
      *         range's flows per category and department, and the
      *         Cash dated after the range
      *Step 3: Print the statement, the proof against the chart, and
      *         the unpaired Cash entries, then stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           PERFORM 150-READ-PARAMETERS
               THRU 150-READ-PARAMETERS-EXIT
           PERFORM 155-LOAD-BASELINE THRU 155-LOAD-BASELINE-EXIT
           PERFORM 157-LOAD-CHART THRU 157-LOAD-CHART-EXIT
           PERFORM 160-LOAD-ACTIVITY-RULES
               THRU 160-LOAD-ACTIVITY-RULES-EXIT
           PERFORM 175-LOAD-CATEGORIES THRU 175-LOAD-CATEGORIES-EXIT
           PERFORM 180-LOAD-DEPT-MASTER
               THRU 180-LOAD-DEPT-MASTER-EXIT
           PERFORM 190-CLEAR-FLOWS THRU 190-CLEAR-FLOWS-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 100
           OPEN INPUT JOURNAL-FILE
                INPUT XREF-FILE
           MOVE 0 TO WS-HELD-JOURNAL-NUMBER
           MOVE "F" TO WS-EOF-JOURNAL-SWITCH
           PERFORM 200-SCAN-JOURNAL THRU 200-SCAN-JOURNAL-EXIT
               UNTIL EOF-JOURNAL
           CLOSE JOURNAL-FILE
                 XREF-FILE
           OPEN OUTPUT CASH-FLOW-FILE
           PERFORM 300-PRINT-HEADING THRU 300-PRINT-HEADING-EXIT
           PERFORM 310-PRINT-CATEGORY THRU 310-PRINT-CATEGORY-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4
           PERFORM 400-PRINT-PROOF THRU 400-PRINT-PROOF-EXIT
           PERFORM 500-LIST-UNPAIRED THRU 500-LIST-UNPAIRED-EXIT
           CLOSE CASH-FLOW-FILE
           DISPLAY WS-CASH-ENTRY-COUNT " CASH ENTRY(S) IN RANGE"
           DISPLAY WS-UNPAIRED-COUNT " CASH ENTRY(S) NOT PAIRED"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Reads the optional parameter record. No record, or zero dates,
      *means the full range; a blank journal name means the live
      *master.dat.
      ******************************************************************
       150-READ-PARAMETERS.
           OPEN INPUT REPORT-PARM-FILE
           READ REPORT-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF PRM-FROM-DATE IS NUMERIC AND PRM-FROM-DATE > 0
                       MOVE PRM-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF PRM-TO-DATE IS NUMERIC AND PRM-TO-DATE > 0
                       MOVE PRM-TO-DATE TO WS-TO-DATE
                   END-IF
                   IF PRM-JOURNAL-FILE NOT = SPACES
                       MOVE PRM-JOURNAL-FILE TO UT-SYS-JOURNAL-FILE
                       MOVE "Y" TO WS-JOURNAL-OVERRIDE-SWITCH
                   END-IF
           END-READ
           CLOSE REPORT-PARM-FILE.
       150-READ-PARAMETERS-EXIT.
           EXIT.
      ******************************************************************
      *Starts opening Cash from the chart baseline snapshot, but only
      *for live-journal runs - an archive file predates the snapshot,
      *so its opening Cash must build from zero.
      ******************************************************************
       155-LOAD-BASELINE.
           IF JOURNAL-IS-LIVE
               OPEN INPUT CHART-BASE-FILE
               MOVE "F" TO WS-EOF-BASE-SWITCH
               PERFORM 156-LOAD-BASE-ACCOUNT
                   THRU 156-LOAD-BASE-ACCOUNT-EXIT
                   UNTIL EOF-BASE
               CLOSE CHART-BASE-FILE
           END-IF.
       155-LOAD-BASELINE-EXIT.
           EXIT.
      ******************************************************************
      *Takes the Cash balance from one baseline snapshot record.
      ******************************************************************
       156-LOAD-BASE-ACCOUNT.
           READ CHART-BASE-FILE
                AT END
                   MOVE "T" TO WS-EOF-BASE-SWITCH
                NOT AT END
                   IF CB-ACC-CASH
                       MOVE CB-ACC-BALANCE TO WS-OPENING-CASH
                   END-IF
           END-READ.
       156-LOAD-BASE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Reads the chart once for the Cash balance to prove against and
      *each account's default cash flow category.
      ******************************************************************
       157-LOAD-CHART.
           OPEN INPUT CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 158-LOAD-ACCOUNT THRU 158-LOAD-ACCOUNT-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE.
       157-LOAD-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Records one chart account: the Cash balance when it is Cash,
      *and the category its chart classification implies - revenue,
      *expense, and Accounts Receivable are operating, any other
      *asset investing, liabilities and equity financing.
      ******************************************************************
       158-LOAD-ACCOUNT.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF ACC-CASH IN CH-ACC-ID
                       MOVE CH-ACC-BALANCE TO WS-CHART-CASH
                       MOVE "Y" TO WS-CASH-FOUND-SWITCH
                   END-IF
                   IF CH-ACC-ID > 0
                       PERFORM 159-DEFAULT-CATEGORY
                           THRU 159-DEFAULT-CATEGORY-EXIT
                   END-IF
           END-READ.
       158-LOAD-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Sets one account's default category from its classification.
      ******************************************************************
       159-DEFAULT-CATEGORY.
           IF CLASS-ASSET AND NOT (ACC-AR IN CH-ACC-ID)
               MOVE 2 TO WS-ACC-CATEGORY(CH-ACC-ID)
           ELSE IF CLASS-LIABILITY OR CLASS-EQUITY
               MOVE 3 TO WS-ACC-CATEGORY(CH-ACC-ID)
           ELSE
               MOVE 1 TO WS-ACC-CATEGORY(CH-ACC-ID)
           END-IF.
       159-DEFAULT-CATEGORY-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department/account activity rules into working
      *storage so each journal entry is applied in the direction it
      *posted instead of rereading the rules file per entry.
      ******************************************************************
       160-LOAD-ACTIVITY-RULES.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 170-LOAD-RULE THRU 170-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE.
       160-LOAD-ACTIVITY-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one activity rule record into the next table entry. A rule
      *file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       170-LOAD-RULE.
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
       170-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Applies the optional category overrides over the defaults.
      ******************************************************************
       175-LOAD-CATEGORIES.
           OPEN INPUT CASH-CATEGORY-FILE
           MOVE "F" TO WS-EOF-CATEGORY-SWITCH
           PERFORM 176-LOAD-CATEGORY THRU 176-LOAD-CATEGORY-EXIT
               UNTIL EOF-CATEGORY
           CLOSE CASH-CATEGORY-FILE.
       175-LOAD-CATEGORIES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one category override. A row naming account zero or an
      *unknown category is reported and ignored.
      ******************************************************************
       176-LOAD-CATEGORY.
           READ CASH-CATEGORY-FILE
                AT END
                   MOVE "T" TO WS-EOF-CATEGORY-SWITCH
                NOT AT END
                   PERFORM 177-APPLY-CATEGORY
                       THRU 177-APPLY-CATEGORY-EXIT
           END-READ.
       176-LOAD-CATEGORY-EXIT.
           EXIT.
      ******************************************************************
      *Moves one account to the category its override row names.
      ******************************************************************
       177-APPLY-CATEGORY.
           IF CCT-ACC-ID NOT NUMERIC OR CCT-ACC-ID = 0
               DISPLAY "CASH CATEGORY ROW FOR BAD ACCOUNT IGNORED"
           ELSE IF CCT-OPERATING
               MOVE 1 TO WS-ACC-CATEGORY(CCT-ACC-ID)
           ELSE IF CCT-INVESTING
               MOVE 2 TO WS-ACC-CATEGORY(CCT-ACC-ID)
           ELSE IF CCT-FINANCING
               MOVE 3 TO WS-ACC-CATEGORY(CCT-ACC-ID)
           ELSE
               DISPLAY "CASH CATEGORY " CCT-CATEGORY " FOR ACCOUNT "
                   CCT-ACC-ID " UNKNOWN - ROW IGNORED"
           END-IF.
       177-APPLY-CATEGORY-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department names from the department master.
      ******************************************************************
       180-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           MOVE "F" TO WS-EOF-DEPT-SWITCH
           PERFORM 185-LOAD-DEPT THRU 185-LOAD-DEPT-EXIT
               UNTIL EOF-DEPT
           CLOSE DEPT-MASTER-FILE.
       180-LOAD-DEPT-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *Records one department's name under its code.
      ******************************************************************
       185-LOAD-DEPT.
           READ DEPT-MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-DEPT-SWITCH
                NOT AT END
                   IF DM-DEPT-CODE IS NUMERIC
                       COMPUTE WS-DEPT-SUB = DM-DEPT-CODE + 1
                       MOVE DM-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-SUB)
                   END-IF
           END-READ.
       185-LOAD-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Zeroes one department's flows in every category, and the
      *category totals along with them.
      ******************************************************************
       190-CLEAR-FLOWS.
           PERFORM 195-CLEAR-FLOW THRU 195-CLEAR-FLOW-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 4.
       190-CLEAR-FLOWS-EXIT.
           EXIT.
      ******************************************************************
      *Zeroes one department/category cell and its category total.
      ******************************************************************
       195-CLEAR-FLOW.
           MOVE 0 TO WS-FLOW-IN(WS-DEPT-SUB, WS-CAT-SUB)
           MOVE 0 TO WS-FLOW-OUT(WS-DEPT-SUB, WS-CAT-SUB)
           MOVE "N" TO WS-FLOW-USED(WS-DEPT-SUB, WS-CAT-SUB)
           MOVE 0 TO WS-TOTAL-IN(WS-CAT-SUB)
           MOVE 0 TO WS-TOTAL-OUT(WS-CAT-SUB)
           MOVE "N" TO WS-TOTAL-USED(WS-CAT-SUB).
       195-CLEAR-FLOW-EXIT.
           EXIT.
      ******************************************************************
      *Reads one journal entry; a Cash entry is sorted into opening
      *Cash, the range, or after the range by its transaction date.
      *Every entry is then held as the one before the next.
      ******************************************************************
       200-SCAN-JOURNAL.
           READ JOURNAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-JOURNAL-SWITCH
                NOT AT END
                   IF ACC-CASH IN MST-ACC-ID
                       PERFORM 220-COMPUTE-ENTRY-DELTA
                           THRU 220-COMPUTE-ENTRY-DELTA-EXIT
                       PERFORM 205-PLACE-CASH-ENTRY
                           THRU 205-PLACE-CASH-ENTRY-EXIT
                   END-IF
                   PERFORM 240-HOLD-ENTRY THRU 240-HOLD-ENTRY-EXIT
           END-READ.
       200-SCAN-JOURNAL-EXIT.
           EXIT.
      ******************************************************************
      *Places one Cash entry by its transaction date: before the
      *range it builds opening Cash, after the range it is carried to
      *the proof on its own line, and inside the range it is a flow.
      ******************************************************************
       205-PLACE-CASH-ENTRY.
           IF MST-DATE-TRANS < WS-FROM-DATE
               ADD WS-ENTRY-DELTA TO WS-OPENING-CASH
           ELSE IF MST-DATE-TRANS > WS-TO-DATE
               ADD WS-ENTRY-DELTA TO WS-AFTER-NET
           ELSE
               PERFORM 210-APPLY-CASH-FLOW
                   THRU 210-APPLY-CASH-FLOW-EXIT
           END-IF.
       205-PLACE-CASH-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Books one in-range Cash entry as an inflow or outflow of its
      *department under the category of the posting it balances, or
      *under the unpaired category when nothing pairs with it.
      ******************************************************************
       210-APPLY-CASH-FLOW.
           ADD 1 TO WS-CASH-ENTRY-COUNT
           ADD WS-ENTRY-DELTA TO WS-RANGE-NET
           PERFORM 230-PAIR-CASH-ENTRY THRU 230-PAIR-CASH-ENTRY-EXIT
           IF CASH-PAIRED
               MOVE WS-ACC-CATEGORY(WS-OTHER-ACC) TO WS-CAT-SUB
           ELSE
               MOVE 4 TO WS-CAT-SUB
               ADD 1 TO WS-UNPAIRED-COUNT
           END-IF
           COMPUTE WS-DEPT-SUB = MST-DEPARTMENT-CODE + 1
           IF WS-ENTRY-DELTA >= 0
               ADD WS-ENTRY-DELTA
                   TO WS-FLOW-IN(WS-DEPT-SUB, WS-CAT-SUB)
               ADD WS-ENTRY-DELTA TO WS-TOTAL-IN(WS-CAT-SUB)
           ELSE
               SUBTRACT WS-ENTRY-DELTA
                   FROM WS-FLOW-OUT(WS-DEPT-SUB, WS-CAT-SUB)
               SUBTRACT WS-ENTRY-DELTA FROM WS-TOTAL-OUT(WS-CAT-SUB)
           END-IF
           MOVE "Y" TO WS-FLOW-USED(WS-DEPT-SUB, WS-CAT-SUB)
           MOVE "Y" TO WS-TOTAL-USED(WS-CAT-SUB).
       210-APPLY-CASH-FLOW-EXIT.
           EXIT.
      ******************************************************************
      *Computes the signed amount one Cash entry moved the Cash
      *balance by - the same arithmetic the posting programs and
      *Ledger_Audit use: a ruled entry in the rule's direction,
      *opposite for a reversal, and General_Ledger's own balancing
      *Cash legs, which have no rule, by addition.
      ******************************************************************
       220-COMPUTE-ENTRY-DELTA.
           PERFORM 250-FIND-ACTIVITY-RULE
               THRU 250-FIND-ACTIVITY-RULE-EXIT
           IF RULE-FOUND
               IF (WS-ACT-POST-SIGN(WS-MATCH-SUB) = "+" AND NOT
                   MST-IS-REVERSAL) OR
                   (WS-ACT-POST-SIGN(WS-MATCH-SUB) = "-"
                   AND MST-IS-REVERSAL)
                   MOVE MST-TRANS-AMT TO WS-ENTRY-DELTA
               ELSE
                   COMPUTE WS-ENTRY-DELTA = 0 - MST-TRANS-AMT
               END-IF
           ELSE
               MOVE MST-TRANS-AMT TO WS-ENTRY-DELTA
           END-IF.
       220-COMPUTE-ENTRY-DELTA-EXIT.
           EXIT.
      ******************************************************************
      *Finds the posting the current Cash entry balances. The
      *cross-reference record of the entry one journal number earlier
      *says so directly through XRF-CASH-LEG-JRNL. When the
      *cross-reference has no such record, the entry held from the
      *journal read is tested by the rule the build applies: same
      *department, a real non-Cash account.
      ******************************************************************
       230-PAIR-CASH-ENTRY.
           MOVE "N" TO WS-PAIRED-SWITCH
           MOVE 0 TO WS-OTHER-ACC
           IF MST-JOURNAL-NUMBER > 1
               COMPUTE WS-PRIOR-JRNL = MST-JOURNAL-NUMBER - 1
               MOVE WS-PRIOR-JRNL TO XRF-JOURNAL-NUMBER
               READ XREF-FILE
                    INVALID KEY
                       PERFORM 235-PAIR-FROM-HELD
                           THRU 235-PAIR-FROM-HELD-EXIT
                    NOT INVALID KEY
                       IF XRF-CASH-LEG-JRNL = MST-JOURNAL-NUMBER
                          AND XRF-ACC-ID > 0
                           MOVE "Y" TO WS-PAIRED-SWITCH
                           MOVE XRF-ACC-ID TO WS-OTHER-ACC
                       END-IF
               END-READ
           END-IF.
       230-PAIR-CASH-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Pairs the current Cash entry with the journal entry read just
      *before it, when that entry is the one General_Ledger would have
      *written the Cash leg for.
      ******************************************************************
       235-PAIR-FROM-HELD.
           IF WS-HELD-JOURNAL-NUMBER = WS-PRIOR-JRNL
              AND WS-HELD-DEPT-CODE = MST-DEPARTMENT-CODE
              AND WS-HELD-ACC-ID > 1
               MOVE "Y" TO WS-PAIRED-SWITCH
               MOVE WS-HELD-ACC-ID TO WS-OTHER-ACC
           END-IF.
       235-PAIR-FROM-HELD-EXIT.
           EXIT.
      ******************************************************************
      *Holds the entry just read as the one before the next.
      ******************************************************************
       240-HOLD-ENTRY.
           MOVE MST-JOURNAL-NUMBER TO WS-HELD-JOURNAL-NUMBER
           MOVE MST-DEPARTMENT-CODE TO WS-HELD-DEPT-CODE
           MOVE MST-ACC-ID TO WS-HELD-ACC-ID.
       240-HOLD-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the activity rule for the entry's department/account
      *combination. Sets WS-RULE-FOUND-SWITCH and, when found,
      *WS-MATCH-SUB to the matching table entry.
      ******************************************************************
       250-FIND-ACTIVITY-RULE.
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 255-SEARCH-RULE THRU 255-SEARCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RULE-FOUND.
       250-FIND-ACTIVITY-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single activity table entry against the journal entry.
      ******************************************************************
       255-SEARCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) = MST-DEPARTMENT-CODE
              AND WS-ACT-ACC-ID(WS-ACT-SUB) = MST-ACC-ID
                 MOVE "Y" TO WS-RULE-FOUND-SWITCH
                 MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       255-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the statement title, the range it covers, and the
      *journal it was read from when that is not the live journal.
      ******************************************************************
       300-PRINT-HEADING.
           MOVE "STATEMENT OF CASH FLOWS" TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           IF WS-FROM-DATE = 0
               MOVE "START" TO WS-CR-FROM
           ELSE
               MOVE WS-FROM-DATE TO WS-CR-FROM
           END-IF
           IF WS-TO-DATE = 99999999
               MOVE "LATEST" TO WS-CR-TO
           ELSE
               MOVE WS-TO-DATE TO WS-CR-TO
           END-IF
           MOVE WS-CF-RANGE-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           IF JOURNAL-OVERRIDDEN
               MOVE SPACES TO CASH-FLOW-LINE
               STRING "JOURNAL FILE " DELIMITED BY SIZE
                   UT-SYS-JOURNAL-FILE DELIMITED BY SPACE
                   INTO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       300-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Prints one category's section: a line per department that
      *moved Cash under it, then the category total. The unpaired
      *category is left off entirely when it is empty.
      ******************************************************************
       310-PRINT-CATEGORY.
           IF WS-CAT-SUB < 4 OR WS-TOTAL-USED(WS-CAT-SUB) = "Y"
               MOVE SPACES TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               MOVE WS-CATEGORY-NAME(WS-CAT-SUB) TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               MOVE WS-CF-HEADING-LINE TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               PERFORM 320-PRINT-DEPARTMENT
                   THRU 320-PRINT-DEPARTMENT-EXIT
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
               IF WS-TOTAL-USED(WS-CAT-SUB) = "N"
                   MOVE "  NO CASH MOVEMENT" TO CASH-FLOW-LINE
                   WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               END-IF
               MOVE SPACES TO WS-CF-TOTAL-LINE
               MOVE "  CATEGORY TOTAL" TO WS-CT-LABEL
               MOVE WS-TOTAL-IN(WS-CAT-SUB) TO WS-CT-INFLOW
               MOVE WS-TOTAL-OUT(WS-CAT-SUB) TO WS-CT-OUTFLOW
               COMPUTE WS-NET-AMOUNT = WS-TOTAL-IN(WS-CAT-SUB)
                   - WS-TOTAL-OUT(WS-CAT-SUB)
               MOVE WS-NET-AMOUNT TO WS-CT-NET
               MOVE WS-CF-TOTAL-LINE TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       310-PRINT-CATEGORY-EXIT.
           EXIT.
      ******************************************************************
      *Prints one department's inflows, outflows, and net under the
      *category being printed, when it moved any Cash there.
      ******************************************************************
       320-PRINT-DEPARTMENT.
           IF WS-FLOW-USED(WS-DEPT-SUB, WS-CAT-SUB) = "Y"
               MOVE SPACES TO WS-CF-DETAIL-LINE
               COMPUTE WS-CD-DEPT-CODE = WS-DEPT-SUB - 1
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-CD-DEPT-NAME
               MOVE WS-FLOW-IN(WS-DEPT-SUB, WS-CAT-SUB)
                   TO WS-CD-INFLOW
               MOVE WS-FLOW-OUT(WS-DEPT-SUB, WS-CAT-SUB)
                   TO WS-CD-OUTFLOW
               COMPUTE WS-NET-AMOUNT =
                   WS-FLOW-IN(WS-DEPT-SUB, WS-CAT-SUB)
                   - WS-FLOW-OUT(WS-DEPT-SUB, WS-CAT-SUB)
               MOVE WS-NET-AMOUNT TO WS-CD-NET
               MOVE WS-CF-DETAIL-LINE TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       320-PRINT-DEPARTMENT-EXIT.
           EXIT.
      ******************************************************************
      *Prints the proof: opening Cash plus the range's net movement
      *is closing Cash for the range; closing Cash plus anything dated
      *after the range must be the Cash balance the chart carries.
      *A run over an archive journal stops at closing Cash - the live
      *chart is no proof for it.
      ******************************************************************
       400-PRINT-PROOF.
           COMPUTE WS-CLOSING-CASH = WS-OPENING-CASH + WS-RANGE-NET
           MOVE SPACES TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE "CASH PROOF" TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-CF-PROOF-LINE
           MOVE "OPENING CASH" TO WS-CP-LABEL
           MOVE WS-OPENING-CASH TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE "NET CASH MOVEMENT IN RANGE" TO WS-CP-LABEL
           MOVE WS-RANGE-NET TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE "CLOSING CASH" TO WS-CP-LABEL
           MOVE WS-CLOSING-CASH TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           IF JOURNAL-OVERRIDDEN
               MOVE "ARCHIVE JOURNAL - NOT PROVED AGAINST THE CHART"
                   TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           ELSE
               PERFORM 410-PROVE-TO-CHART THRU 410-PROVE-TO-CHART-EXIT
           END-IF.
       400-PRINT-PROOF-EXIT.
           EXIT.
      ******************************************************************
      *Proves closing Cash, plus any Cash dated after the range,
      *against the chart's Cash balance and prints the verdict in the
      *same words Ledger_Audit uses.
      ******************************************************************
       410-PROVE-TO-CHART.
           MOVE "CASH DATED AFTER THE RANGE" TO WS-CP-LABEL
           MOVE WS-AFTER-NET TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE "CHART CASH BALANCE (ACCT 01)" TO WS-CP-LABEL
           MOVE WS-CHART-CASH TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           COMPUTE WS-DIFFERENCE = WS-CLOSING-CASH + WS-AFTER-NET
               - WS-CHART-CASH
           MOVE "DIFFERENCE" TO WS-CP-LABEL
           MOVE WS-DIFFERENCE TO WS-CP-AMOUNT
           MOVE WS-CF-PROOF-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
           IF CASH-ACCOUNT-MISSING
               MOVE "*** NO CASH ACCOUNT ON THE CHART ***"
                   TO CASH-FLOW-LINE
           ELSE IF WS-DIFFERENCE = 0
               MOVE "CASH FLOW AGREES WITH THE CHART CASH BALANCE"
                   TO CASH-FLOW-LINE
           ELSE
               MOVE "*** CASH FLOW DOES NOT AGREE WITH THE CHART ***"
                   TO CASH-FLOW-LINE
           END-IF.
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE.
       410-PROVE-TO-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Lists every in-range Cash entry nothing could be paired with,
      *rereading the journal with the same pairing the flows used.
      ******************************************************************
       500-LIST-UNPAIRED.
           IF WS-UNPAIRED-COUNT > 0
               MOVE SPACES TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               MOVE "CASH ENTRIES WITH NO ORIGINATING POSTING"
                   TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               MOVE WS-CF-UNPAIRED-HEADING TO CASH-FLOW-LINE
               WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE
               OPEN INPUT JOURNAL-FILE
                    INPUT XREF-FILE
               MOVE 0 TO WS-HELD-JOURNAL-NUMBER
               MOVE "F" TO WS-EOF-JOURNAL-SWITCH
               PERFORM 510-SCAN-UNPAIRED THRU 510-SCAN-UNPAIRED-EXIT
                   UNTIL EOF-JOURNAL
               CLOSE JOURNAL-FILE
                     XREF-FILE
           END-IF.
       500-LIST-UNPAIRED-EXIT.
           EXIT.
      ******************************************************************
      *Reads one journal entry on the listing pass and prints it when
      *it is an in-range Cash entry nothing pairs with.
      ******************************************************************
       510-SCAN-UNPAIRED.
           READ JOURNAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-JOURNAL-SWITCH
                NOT AT END
                   IF ACC-CASH IN MST-ACC-ID
                      AND MST-DATE-TRANS >= WS-FROM-DATE
                      AND MST-DATE-TRANS <= WS-TO-DATE
                       PERFORM 230-PAIR-CASH-ENTRY
                           THRU 230-PAIR-CASH-ENTRY-EXIT
                       IF CASH-UNPAIRED
                           PERFORM 520-PRINT-UNPAIRED
                               THRU 520-PRINT-UNPAIRED-EXIT
                       END-IF
                   END-IF
                   PERFORM 240-HOLD-ENTRY THRU 240-HOLD-ENTRY-EXIT
           END-READ.
       510-SCAN-UNPAIRED-EXIT.
           EXIT.
      ******************************************************************
      *Prints one unpaired Cash entry with the amount it moved Cash.
      ******************************************************************
       520-PRINT-UNPAIRED.
           PERFORM 220-COMPUTE-ENTRY-DELTA
               THRU 220-COMPUTE-ENTRY-DELTA-EXIT
           MOVE SPACES TO WS-CF-UNPAIRED-LINE
           MOVE MST-JOURNAL-NUMBER TO WS-CU-JOURNAL-NUMBER
           MOVE MST-DATE-TRANS TO WS-CU-DATE
           MOVE MST-DEPARTMENT-CODE TO WS-CU-DEPT-CODE
           COMPUTE WS-DEPT-SUB = MST-DEPARTMENT-CODE + 1
           MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-CU-DEPT-NAME
           MOVE MST-TRANS-TYPE TO WS-CU-TYPE
           MOVE WS-ENTRY-DELTA TO WS-CU-AMOUNT
           MOVE MST-REVERSAL-OF-JRNL TO WS-CU-REV-OF
           MOVE WS-CF-UNPAIRED-LINE TO CASH-FLOW-LINE
           WRITE CASH-FLOW-LINE BEFORE ADVANCING 1 LINE.
       520-PRINT-UNPAIRED-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Cash_Flow_Statement" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-CASH-ENTRY-COUNT TO RL-READ-COUNT
           MOVE 0 TO RL-POSTED-COUNT
           MOVE WS-UNPAIRED-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
