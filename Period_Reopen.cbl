       IDENTIFICATION DIVISION.
       PROGRAM-ID. Period_Reopen.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project reopens one closed accounting period, named on the
      *parameter record together with the operator asking for it, so
      *an error found after the close is corrected inside the period
      *instead of by prior-period adjustments. The close is unwound
      *through the journal, never around it:
      * - Period_Close's closing entry is reversed under its own
      *   journal number, linked to it through MST-REVERSAL-OF-JRNL,
      *   taking the net income back out of the retained-earnings
      *   account.
      * - Every revenue and expense balance the close zeroed is put
      *   back by a System-department entry linked to the same closing
      *   entry, in the amount the journal replay shows the account
      *   carried at the moment of the close.
      * - Every chart account's close stamp goes back to the end of
      *   the latest period still closed, the calendar period is
      *   marked open again, and the period's rows come out of the
      *   period balance history so the next close writes them fresh.
      *Only the latest closed period can be reopened: a later closed
      *period's close was computed over this one's balances, so a
      *period with a later closed period is refused untouched.
      *When Journal_Archive has already cut the period, its archive is
      *brought back into master.dat ahead of the open-period entries
      *- the order the entries were posted in - and chartbase.dat is
      *rolled back to the baseline it carried before that cut: every
      *archived entry's effect is taken back out of it and the
      *revenue and expense balances, which every cut leaves at zero
      *after the close it carries, go back to zero. The rolled-back
      *baseline is proved before anything is written by replaying
      *the archive forward over it and matching the baseline on file
      *account for account, and the restored revenue and expense
      *amounts are proved against the closing entry's own net income;
      *either failing refuses the reopen untouched.
      *The restore goes through two hold files, reopbase.dat for the
      *rolled-back baseline and reophold.dat for the rebuilt journal,
      *both written in full before the archive is emptied and the
      *live files are rewritten from them, and emptied only once both
      *are rewritten - the same protection Journal_Archive's hold file
      *gives the cut. A run that finds reophold.dat still holding
      *records refuses, and prints which copy is whole by checking
      *whether the archive was emptied yet.
      *Once the chart and journal are updated, Ledger_Audit is CALLed
      *and its report is carried into this program's proof report,
      *which shows what was reversed and restored and ends with
      *whether the audit agrees.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Parameter record naming the period to reopen and the operator
      *reopening it. OPTIONAL so a missing record is refused with a
      *message instead of an open failure.
           SELECT OPTIONAL REOPEN-PARM-FILE
               ASSIGN TO UT-SYS-REOPEN-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file says whether the last General_Ledger run finished,
      *and carries the last journal number the reopen entries are
      *numbered after.
           SELECT CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Accounting-period calendar file; the period reopened is marked
      *open again.
           SELECT PERIOD-CAL-FILE
               ASSIGN TO UT-SYS-PERCAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Chart file contains account IDs, Titles, and balances. Indexed
      *by account ID; read here in ascending key order like a plain
      *sequential file.
           SELECT CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-ACC-ID.
      *Chart baseline carrying the balances of the archived history;
      *rolled back when the period's archive is restored. OPTIONAL -
      *there is none before the first cut.
           SELECT OPTIONAL CHART-BASE-FILE
               ASSIGN TO UT-SYS-CHART-BASE-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Master file contains journal postings; the reopen entries are
      *written here like any other posting.
           SELECT MASTER-FILE
               ASSIGN TO UT-SYS-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *The period's archive file, named for the period the same way
      *Journal_Archive names it. OPTIONAL - a period not yet cut has
      *none.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO UT-SYS-ARCHIVE-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Hold file carrying the rebuilt journal - the archive followed
      *by master.dat - until master.dat is rewritten from it.
      *OPTIONAL so the leftover check at startup treats a missing file
      *as an empty one.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO UT-SYS-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Hold file carrying the rolled-back chart baseline until
      *chartbase.dat is rewritten from it.
           SELECT OPTIONAL BASE-HOLD-FILE
               ASSIGN TO UT-SYS-BASE-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Journal_Archive's own hold file; records left in it mean a cut
      *died part way and master.dat may not be whole.
           SELECT OPTIONAL ARCHIVE-HOLD-FILE
               ASSIGN TO UT-SYS-ARCHIVE-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Activity rules file contains the department/account posting
      *rules the journal replay works from.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Period balance history file; the reopened period's rows are
      *removed. Indexed by period, level, department, and account and
      *read here in key order. OPTIONAL - there may be none yet.
           SELECT OPTIONAL PERIOD-BALANCE-FILE
               ASSIGN TO UT-SYS-PERIOD-BALANCE-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBH-KEY.
      *Ledger_Audit's report, read back after the audit is CALLed.
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO UT-SYS-AUDIT-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Proof report of the reopen.
           SELECT REOPEN-REPORT-FILE
               ASSIGN TO UT-SYS-REOPEN-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *RPP-PERIOD-ID is the calendar period to reopen; RPP-OPERATOR
      *is the operator reopening it, recorded on the proof report.
       FD REOPEN-PARM-FILE
           RECORD CONTAINS 14.
       01 REOPEN-PARM-INFO.
           05 RPP-PERIOD-ID PIC 9(06).
           05 RPP-OPERATOR PIC X(08).

      *See CTLREC for field meanings; this is the same control record
      *General_Ledger assigns journal numbers from.
       FD CONTROL-FILE
           RECORD CONTAINS 381.
           COPY CTLREC.

       FD PERIOD-CAL-FILE
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

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

       FD MASTER-FILE
           RECORD CONTAINS 48.
           COPY MSTREC.

       FD ARCHIVE-FILE
           RECORD CONTAINS 48.
       01 ARCHIVE-RECORD PIC X(48).

       FD HOLD-FILE
           RECORD CONTAINS 48.
       01 HOLD-RECORD PIC X(48).

       FD BASE-HOLD-FILE
           RECORD CONTAINS 40.
       01 BASE-HOLD-RECORD PIC X(40).

       FD ARCHIVE-HOLD-FILE
           RECORD CONTAINS 48.
       01 ARCHIVE-HOLD-RECORD PIC X(48).

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD PERIOD-BALANCE-FILE
           RECORD CONTAINS 42.
           COPY PERBAL.

       FD AUDIT-REPORT-FILE
           RECORD CONTAINS 80.
       01 AUDIT-REPORT-LINE PIC X(80).

       FD REOPEN-REPORT-FILE
           RECORD CONTAINS 80.
       01 REOPEN-REPORT-LINE PIC X(80).

       FD RUN-LOG-FILE
           RECORD CONTAINS 81.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      *The archive file's name is built at run time from the id of
      *the period being reopened.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".
           05 UT-SYS-REOPEN-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\reopparm.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-CHART-BASE-FILE PIC X(100)
              VALUE "C:\COBOL\chartbase.dat".
           05 UT-SYS-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\master.dat".
           05 UT-SYS-ARCHIVE-FILE PIC X(100).
           05 UT-SYS-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\reophold.dat".
           05 UT-SYS-BASE-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\reopbase.dat".
           05 UT-SYS-ARCHIVE-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\masthold.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-PERIOD-BALANCE-FILE PIC X(100)
              VALUE "C:\COBOL\perbal.dat".
           05 UT-SYS-AUDIT-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\auditrpt.dat".
           05 UT-SYS-REOPEN-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\reoprpt.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-PERCAL-SWITCH PIC X(1).
            88 EOF-PERCAL VALUE "T".
            88 NOT-EOF-PERCAL VALUE "F".
           05 WS-EOF-CHART-SWITCH PIC X(1).
            88 EOF-CHART VALUE "T".
            88 NOT-EOF-CHART VALUE "F".
           05 WS-EOF-BASE-SWITCH PIC X(1).
            88 EOF-BASE VALUE "T".
            88 NOT-EOF-BASE VALUE "F".
           05 WS-EOF-MASTER-SWITCH PIC X(1).
            88 EOF-MASTER VALUE "T".
            88 NOT-EOF-MASTER VALUE "F".
           05 WS-EOF-ARCHIVE-SWITCH PIC X(1).
            88 EOF-ARCHIVE VALUE "T".
            88 NOT-EOF-ARCHIVE VALUE "F".
           05 WS-EOF-HOLD-SWITCH PIC X(1).
            88 EOF-HOLD VALUE "T".
            88 NOT-EOF-HOLD VALUE "F".
           05 WS-EOF-BASE-HOLD-SWITCH PIC X(1).
            88 EOF-BASE-HOLD VALUE "T".
            88 NOT-EOF-BASE-HOLD VALUE "F".
           05 WS-EOF-ARCHIVE-HOLD-SWITCH PIC X(1).
            88 EOF-ARCHIVE-HOLD VALUE "T".
            88 NOT-EOF-ARCHIVE-HOLD VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-EOF-HISTORY-SWITCH PIC X(1).
            88 EOF-HISTORY VALUE "T".
            88 NOT-EOF-HISTORY VALUE "F".
           05 WS-EOF-AUDIT-SWITCH PIC X(1).
            88 EOF-AUDIT VALUE "T".
            88 NOT-EOF-AUDIT VALUE "F".
           05 WS-RULE-FOUND-SWITCH PIC X(1).
            88 RULE-FOUND VALUE "Y".
            88 RULE-NOT-FOUND VALUE "N".
           05 WS-PERIOD-FOUND-SWITCH PIC X(1) VALUE "N".
            88 PERIOD-FOUND VALUE "Y".
            88 PERIOD-NOT-FOUND VALUE "N".
           05 WS-PERIOD-MARKED-SWITCH PIC X(1) VALUE "N".
            88 PERIOD-MARKED VALUE "Y".
            88 PERIOD-NOT-MARKED VALUE "N".
      *Set "N" by whichever check finds a reason the period cannot be
      *reopened, with the reason and the operator's next step in
      *WS-REFUSE-REASON and WS-REFUSE-ADVICE.
           05 WS-REOPEN-ALLOWED-SWITCH PIC X(1) VALUE "Y".
            88 REOPEN-ALLOWED VALUE "Y".
            88 REOPEN-NOT-ALLOWED VALUE "N".
      *Set "Y" when the journal already holds a System-department
      *reversal of the closing entry being unwound.
           05 WS-CLOSE-REVERSED-SWITCH PIC X(1) VALUE "N".
            88 CLOSE-REVERSED VALUE "Y".
            88 CLOSE-NOT-REVERSED VALUE "N".
      *Which of the two journal passes is running: "S" the scan that
      *finds the closing entry and takes the archive back out of the
      *baseline, "R" the replay that works out the balances to
      *restore.
           05 WS-JOURNAL-PASS-SWITCH PIC X(1).
            88 SCAN-PASS VALUE "S".
            88 REPLAY-PASS VALUE "R".
      *Set "Y" while the journal pass is reading the archive rather
      *than master.dat.
           05 WS-FROM-ARCHIVE-SWITCH PIC X(1) VALUE "N".
            88 FROM-ARCHIVE VALUE "Y".
            88 FROM-MASTER VALUE "N".
           05 WS-AUDIT-AGREES-SWITCH PIC X(1) VALUE "N".
            88 AUDIT-AGREES VALUE "Y".
            88 AUDIT-DISAGREES VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-REOPEN-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-REOPEN-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-REOPEN-START PIC 9(8) VALUE 0.
           05 WS-REOPEN-END PIC 9(8) VALUE 0.
           05 WS-REOPEN-STATUS PIC X(1) VALUE SPACE.
      *A closed period ending after the one being reopened; nonzero
      *refuses the reopen.
           05 WS-LATER-CLOSED-ID PIC 9(6) VALUE 0.
      *End date of the latest period that stays closed - what every
      *close stamp goes back to. Zero when no other period is closed.
           05 WS-PRIOR-CLOSED-END PIC 9(8) VALUE 0.
           05 WS-REFUSE-REASON PIC X(50) VALUE SPACES.
           05 WS-REFUSE-ADVICE PIC X(60) VALUE SPACES.
      *The closing entry being unwound: the last System-department
      *entry to an equity-classified account dated the period's end
      *that does not itself reverse anything.
           05 WS-CLOSE-JOURNAL PIC 9(8) VALUE 0.
           05 WS-CLOSE-ACC PIC 9(2) VALUE 0.
           05 WS-CLOSE-AMOUNT PIC S9(8)V99 VALUE 0.
           05 WS-CLOSE-TYPE PIC X(1) VALUE SPACE.
           05 WS-REVERSAL-JOURNAL PIC 9(8) VALUE 0.
           05 WS-NEXT-JOURNAL PIC 9(8) VALUE 0.
           05 WS-RESTORED-NET PIC S9(9)V99 VALUE 0.
           05 WS-ENTRY-DELTA PIC S9(9)V99 VALUE 0.
           05 WS-ENTRY-COUNT PIC 9(8) VALUE 0.
           05 WS-ARCHIVE-COUNT PIC 9(8) VALUE 0.
           05 WS-HOLD-COUNT PIC 9(8) VALUE 0.
           05 WS-ARCHIVE-HOLD-COUNT PIC 9(8) VALUE 0.
           05 WS-BASE-COUNT PIC 9(8) VALUE 0.
           05 WS-BASE-DIFF-COUNT PIC 9(8) VALUE 0.
           05 WS-REOPEN-ENTRY-COUNT PIC 9(8) VALUE 0.
           05 WS-HISTORY-REMOVED-COUNT PIC 9(8) VALUE 0.

      ******************************************************************
      *Accounting-period calendar table, loaded once from
      *PERIOD-CAL-FILE, used to check the period asked for and to find
      *the periods that stay closed.
      ******************************************************************
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 24 TIMES.
            10 WS-PER-ID PIC 9(06).
            10 WS-PER-START PIC 9(08).
            10 WS-PER-END PIC 9(08).
            10 WS-PER-STATUS PIC X(01).
       01 WS-PERIOD-COUNT PIC 9(04) VALUE 0.
       01 WS-PER-SUB PIC 9(04).

      ******************************************************************
      *Per chart account id: the chart's classification, normal
      *balance and name; the baseline on file; the baseline rolled
      *back to before the period's archive was cut (the baseline on
      *file when nothing is archived); the balance the journal replay
      *computes; and the revenue or expense balance the close zeroed,
      *with the journal number of the entry putting it back.
      ******************************************************************
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 99 TIMES.
            10 WS-ACC-CLASS PIC X(01) VALUE SPACE.
            10 WS-ACC-NORMAL PIC X(01) VALUE SPACE.
            10 WS-ACC-NAME PIC X(16) VALUE SPACES.
            10 WS-BASE-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-ROLLBACK-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-COMPUTED-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-RESTORE-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-RESTORE-JOURNAL PIC 9(08) VALUE 0.
       01 WS-ACC-SUB PIC 9(04).

      ******************************************************************
      *Activity rule table, loaded once from ACTIVITY-RULES-FILE, so
      *the journal replay looks rules up the same way General_Ledger
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
      *Date the reopen entries are entered on.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).

      ******************************************************************
      *Layouts for the printed lines of the proof report.
      ******************************************************************
       01 WS-REOPEN-TITLE-LINE.
           05 FILLER PIC X(07) VALUE "PERIOD ".
           05 WS-RT-PERIOD-ID PIC 9(06).
           05 FILLER PIC X(13) VALUE " REOPENED BY ".
           05 WS-RT-OPERATOR PIC X(08).
           05 FILLER PIC X(04) VALUE " ON ".
           05 WS-RT-DATE PIC 9(08).
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-REOPEN-JOURNAL-LINE.
           05 WS-RJ-LABEL PIC X(30).
           05 FILLER PIC X(08) VALUE "JOURNAL ".
           05 WS-RJ-JOURNAL PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RJ-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-RESTORE-LINE.
           05 FILLER PIC X(09) VALUE "RESTORED ".
           05 WS-RS-ACC-ID PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-RS-ACC-NAME PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "JOURNAL ".
           05 WS-RS-JOURNAL PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-RS-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(15) VALUE SPACES.
       01 WS-REOPEN-COUNT-LINE.
           05 WS-RC-LABEL PIC X(40).
           05 WS-RC-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(29) VALUE SPACES.

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
      *Step 1: Refuse to run over an interrupted General_Ledger run, a
      *         missing or incomplete parameter record, or a period
      *         that is not the latest closed one
      *Step 2: Refuse while a hold file shows an earlier reopen or
      *         archive cut died part way
      *Step 3: Load the rules, the chart, and the baseline, then scan
      *         the archive and the journal for the closing entry and
      *         roll the baseline back over the archive
      *Step 4: Replay the journal to the closing entry for the
      *         balances to restore, proving both the rolled-back
      *         baseline and the restored net income
      *Step 5: Restore the archive, post the reopen entries, update
      *         the chart, reopen the calendar period, and remove the
      *         period's history
      *Step 6: Run Ledger_Audit, print the proof report, and stop
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 050-CHECK-RUN-STATUS THRU 050-CHECK-RUN-STATUS-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           PERFORM 055-READ-PARAMETERS THRU 055-READ-PARAMETERS-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           PERFORM 060-CHECK-CALENDAR THRU 060-CHECK-CALENDAR-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           PERFORM 070-BUILD-ARCHIVE-NAME
               THRU 070-BUILD-ARCHIVE-NAME-EXIT
           PERFORM 075-CHECK-HOLD-FILES THRU 075-CHECK-HOLD-FILES-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           PERFORM 140-LOAD-ACTIVITY-RULES
               THRU 140-LOAD-ACTIVITY-RULES-EXIT
           PERFORM 150-LOAD-CHART THRU 150-LOAD-CHART-EXIT
           PERFORM 160-LOAD-BASELINE THRU 160-LOAD-BASELINE-EXIT
           MOVE "S" TO WS-JOURNAL-PASS-SWITCH
           PERFORM 200-PASS-JOURNAL THRU 200-PASS-JOURNAL-EXIT
           PERFORM 180-CHECK-CLOSING-ENTRY
               THRU 180-CHECK-CLOSING-ENTRY-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           IF WS-ARCHIVE-COUNT > 0
               PERFORM 235-ZERO-ROLLBACK-CLASS
                   THRU 235-ZERO-ROLLBACK-CLASS-EXIT
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > 99
           END-IF
           PERFORM 255-SEED-COMPUTED THRU 255-SEED-COMPUTED-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > 99
           MOVE "R" TO WS-JOURNAL-PASS-SWITCH
           PERFORM 200-PASS-JOURNAL THRU 200-PASS-JOURNAL-EXIT
           PERFORM 190-CHECK-REPLAY THRU 190-CHECK-REPLAY-EXIT
           IF REOPEN-NOT-ALLOWED
               PERFORM 090-REFUSE-REOPEN THRU 090-REFUSE-REOPEN-EXIT
           END-IF
           IF WS-ARCHIVE-COUNT > 0
               PERFORM 300-RESTORE-ARCHIVE
                   THRU 300-RESTORE-ARCHIVE-EXIT
           END-IF
           PERFORM 400-POST-REOPEN-ENTRIES
               THRU 400-POST-REOPEN-ENTRIES-EXIT
           PERFORM 450-UPDATE-CHART THRU 450-UPDATE-CHART-EXIT
           PERFORM 500-REOPEN-CALENDAR-PERIOD
               THRU 500-REOPEN-CALENDAR-PERIOD-EXIT
           PERFORM 550-REMOVE-PERIOD-HISTORY
               THRU 550-REMOVE-PERIOD-HISTORY-EXIT
           CALL "Ledger_Audit"
           PERFORM 700-PRINT-PROOF-REPORT
               THRU 700-PRINT-PROOF-REPORT-EXIT
           DISPLAY "PERIOD " WS-REOPEN-PERIOD-ID " REOPENED - CLOSING "
               "ENTRY " WS-CLOSE-JOURNAL " REVERSED BY "
               WS-REVERSAL-JOURNAL
           DISPLAY WS-ARCHIVE-COUNT " ARCHIVED ENTRY(S) RESTORED TO "
               "THE JOURNAL"
           IF AUDIT-AGREES
               DISPLAY "LEDGER AUDIT AGREES - REOPEN PROVEN"
           ELSE
               DISPLAY "*** LEDGER AUDIT DOES NOT AGREE - SEE THE "
                   "REOPEN PROOF REPORT ***"
           END-IF
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Refuses to reopen a period while a General_Ledger run is
      *mid-flight, for the same reason Period_Close refuses to close
      *over one: the restart would post the rest of its batch into
      *balances and a journal this run is about to change.
      ******************************************************************
       050-CHECK-RUN-STATUS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
           CLOSE CONTROL-FILE
           IF CTL-RUN-INCOMPLETE
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "GENERAL LEDGER RUN IS STILL INCOMPLETE"
                   TO WS-REFUSE-REASON
               MOVE
                   "RERUN General_Ledger TO COMPLETION, THEN RETRY"
                   TO WS-REFUSE-ADVICE
           END-IF.
       050-CHECK-RUN-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *Reads the parameter record. A reopen is never run without both
      *a period and the operator answerable for it, so a missing
      *record, a period that is not a number, or a blank operator is
      *refused.
      ******************************************************************
       055-READ-PARAMETERS.
           OPEN INPUT REOPEN-PARM-FILE
           READ REOPEN-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF RPP-PERIOD-ID IS NUMERIC
                       MOVE RPP-PERIOD-ID TO WS-REOPEN-PERIOD-ID
                   END-IF
                   MOVE RPP-OPERATOR TO WS-REOPEN-OPERATOR
           END-READ
           CLOSE REOPEN-PARM-FILE
           IF WS-REOPEN-PERIOD-ID = 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "NO PERIOD NAMED ON THE PARAMETER RECORD"
                   TO WS-REFUSE-REASON
               MOVE "PUT THE PERIOD ID AND OPERATOR ON reopparm.dat"
                   TO WS-REFUSE-ADVICE
           ELSE IF WS-REOPEN-OPERATOR = SPACES
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "NO OPERATOR ID ON THE PARAMETER RECORD"
                   TO WS-REFUSE-REASON
               MOVE "PUT THE PERIOD ID AND OPERATOR ON reopparm.dat"
                   TO WS-REFUSE-ADVICE
           END-IF.
       055-READ-PARAMETERS-EXIT.
           EXIT.
      ******************************************************************
      *Loads the calendar and checks the period asked for: it must be
      *on the calendar, closed, and the latest closed period. Also
      *finds the end date of the latest period that stays closed,
      *which the chart's close stamps go back to.
      ******************************************************************
       060-CHECK-CALENDAR.
           OPEN INPUT PERIOD-CAL-FILE
           MOVE "F" TO WS-EOF-PERCAL-SWITCH
           PERFORM 062-LOAD-PERIOD THRU 062-LOAD-PERIOD-EXIT
               UNTIL EOF-PERCAL
           CLOSE PERIOD-CAL-FILE
           PERFORM 064-FIND-PERIOD THRU 064-FIND-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
           PERFORM 066-CHECK-OTHER-PERIOD
               THRU 066-CHECK-OTHER-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT
           IF PERIOD-NOT-FOUND
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "PERIOD IS NOT ON THE CALENDAR"
                   TO WS-REFUSE-REASON
               MOVE "CHECK THE PERIOD ID ON reopparm.dat"
                   TO WS-REFUSE-ADVICE
           ELSE IF WS-REOPEN-STATUS NOT = "C"
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "PERIOD IS NOT CLOSED" TO WS-REFUSE-REASON
               MOVE "NOTHING TO REOPEN - NO FILES WERE CHANGED"
                   TO WS-REFUSE-ADVICE
           ELSE IF WS-LATER-CLOSED-ID > 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "A LATER PERIOD IS CLOSED" TO WS-REFUSE-REASON
               MOVE SPACES TO WS-REFUSE-ADVICE
               STRING "REOPEN LATER PERIOD " DELIMITED BY SIZE
                   WS-LATER-CLOSED-ID DELIMITED BY SIZE
                   " FIRST - NO FILES WERE CHANGED" DELIMITED BY SIZE
                   INTO WS-REFUSE-ADVICE
           END-IF.
       060-CHECK-CALENDAR-EXIT.
           EXIT.
      ******************************************************************
      *Reads one calendar period record into the next table entry. A
      *calendar that has grown past WS-PERIOD-TABLE's OCCURS 24 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       062-LOAD-PERIOD.
           READ PERIOD-CAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-PERCAL-SWITCH
                NOT AT END
                   IF WS-PERIOD-COUNT >= 24
                      DISPLAY "PERIOD TABLE FULL - PERIOD IGNORED"
                   ELSE
                      ADD 1 TO WS-PERIOD-COUNT
                      MOVE PER-PERIOD-ID
                          TO WS-PER-ID(WS-PERIOD-COUNT)
                      MOVE PER-START-DATE
                          TO WS-PER-START(WS-PERIOD-COUNT)
                      MOVE PER-END-DATE
                          TO WS-PER-END(WS-PERIOD-COUNT)
                      MOVE PER-STATUS
                          TO WS-PER-STATUS(WS-PERIOD-COUNT)
                   END-IF
           END-READ.
       062-LOAD-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Picks the period asked for out of the calendar table.
      ******************************************************************
       064-FIND-PERIOD.
           IF WS-PER-ID(WS-PER-SUB) = WS-REOPEN-PERIOD-ID
               MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
               MOVE WS-PER-START(WS-PER-SUB) TO WS-REOPEN-START
               MOVE WS-PER-END(WS-PER-SUB) TO WS-REOPEN-END
               MOVE WS-PER-STATUS(WS-PER-SUB) TO WS-REOPEN-STATUS
           END-IF.
       064-FIND-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Checks one other closed period against the one asked for: one
      *ending later blocks the reopen; of those ending earlier, the
      *latest end date is the close stamp the chart goes back to.
      ******************************************************************
       066-CHECK-OTHER-PERIOD.
           IF WS-PER-STATUS(WS-PER-SUB) = "C"
              AND WS-PER-ID(WS-PER-SUB) NOT = WS-REOPEN-PERIOD-ID
              AND WS-PER-END(WS-PER-SUB) > WS-REOPEN-END
               MOVE WS-PER-ID(WS-PER-SUB) TO WS-LATER-CLOSED-ID
           ELSE IF WS-PER-STATUS(WS-PER-SUB) = "C"
              AND WS-PER-ID(WS-PER-SUB) NOT = WS-REOPEN-PERIOD-ID
              AND WS-PER-END(WS-PER-SUB) > WS-PRIOR-CLOSED-END
               MOVE WS-PER-END(WS-PER-SUB) TO WS-PRIOR-CLOSED-END
           END-IF.
       066-CHECK-OTHER-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Builds the period's archive file name the same way
      *Journal_Archive builds it.
      ******************************************************************
       070-BUILD-ARCHIVE-NAME.
           MOVE SPACES TO UT-SYS-ARCHIVE-FILE
           STRING "C:\COBOL\jrn" DELIMITED BY SIZE
               WS-REOPEN-PERIOD-ID DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO UT-SYS-ARCHIVE-FILE.
       070-BUILD-ARCHIVE-NAME-EXIT.
           EXIT.
      ******************************************************************
      *Counts the period's archive and checks the hold files before
      *anything is read for the reopen itself.
      *Journal_Archive's masthold.dat holding records means a cut
      *died part way and master.dat may not be whole, so the reopen
      *waits for that to be put right.
      *reophold.dat holding records means the last reopen died while
      *restoring an archive. The hold files are written in full
      *before the archive is emptied, so whether the archive still
      *holds records says which copy is whole: if it does, the
      *restore never started and master.dat, chartbase.dat, and the
      *archive are all as they were - the holds are only scratch; if
      *it does not, the restore had started and the hold files are
      *the only complete copies of the journal and baseline.
      ******************************************************************
       075-CHECK-HOLD-FILES.
           OPEN INPUT ARCHIVE-HOLD-FILE
           MOVE "F" TO WS-EOF-ARCHIVE-HOLD-SWITCH
           PERFORM 076-COUNT-ARCHIVE-HOLD-RECORD
               THRU 076-COUNT-ARCHIVE-HOLD-RECORD-EXIT
               UNTIL EOF-ARCHIVE-HOLD
           CLOSE ARCHIVE-HOLD-FILE
           OPEN INPUT ARCHIVE-FILE
           MOVE "F" TO WS-EOF-ARCHIVE-SWITCH
           PERFORM 077-COUNT-ARCHIVE-RECORD
               THRU 077-COUNT-ARCHIVE-RECORD-EXIT
               UNTIL EOF-ARCHIVE
           CLOSE ARCHIVE-FILE
           OPEN INPUT HOLD-FILE
           MOVE "F" TO WS-EOF-HOLD-SWITCH
           PERFORM 078-COUNT-HOLD-RECORD THRU 078-COUNT-HOLD-RECORD-EXIT
               UNTIL EOF-HOLD
           CLOSE HOLD-FILE
           IF WS-HOLD-COUNT > 0
               DISPLAY "PERIOD REOPEN ABORTED - REOPEN HOLD FILE "
                   "STILL HOLDS RECORDS"
               IF WS-ARCHIVE-COUNT > 0
                   DISPLAY "THE LAST REOPEN DIED BEFORE THE ARCHIVE "
                       "WAS EMPTIED - master.dat,"
                   DISPLAY "chartbase.dat, AND THE ARCHIVE ARE STILL "
                       "WHOLE"
                   DISPLAY "DO NOT RESTORE FROM THE HOLD FILES - EMPTY "
                       "reophold.dat AND"
                   DISPLAY "reopbase.dat AND RERUN"
               ELSE
                   DISPLAY "THE LAST REOPEN DIED RESTORING THE "
                       "ARCHIVE - RESTORE master.dat FROM"
                   DISPLAY "reophold.dat AND chartbase.dat FROM "
                       "reopbase.dat, EMPTY BOTH HOLD FILES,"
                   DISPLAY "AND RERUN"
               END-IF
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           IF WS-ARCHIVE-HOLD-COUNT > 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "ARCHIVE HOLD FILE masthold.dat HOLDS RECORDS"
                   TO WS-REFUSE-REASON
               MOVE "RESOLVE THE INTERRUPTED Journal_Archive RUN FIRST"
                   TO WS-REFUSE-ADVICE
           END-IF.
       075-CHECK-HOLD-FILES-EXIT.
           EXIT.
      ******************************************************************
      *Counts one leftover Journal_Archive hold file record.
      ******************************************************************
       076-COUNT-ARCHIVE-HOLD-RECORD.
           READ ARCHIVE-HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-ARCHIVE-HOLD-SWITCH
                NOT AT END
                   ADD 1 TO WS-ARCHIVE-HOLD-COUNT
           END-READ.
       076-COUNT-ARCHIVE-HOLD-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Counts one record of the period's archive.
      ******************************************************************
       077-COUNT-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
                AT END
                   MOVE "T" TO WS-EOF-ARCHIVE-SWITCH
                NOT AT END
                   ADD 1 TO WS-ARCHIVE-COUNT
           END-READ.
       077-COUNT-ARCHIVE-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Counts one leftover reopen hold file record.
      ******************************************************************
       078-COUNT-HOLD-RECORD.
           READ HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-HOLD-SWITCH
                NOT AT END
                   ADD 1 TO WS-HOLD-COUNT
           END-READ.
       078-COUNT-HOLD-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Refuses the reopen for the reason the failing check recorded.
      *Every check runs before the first file is written, so nothing
      *has been changed.
      ******************************************************************
       090-REFUSE-REOPEN.
           DISPLAY "PERIOD REOPEN ABORTED - " WS-REFUSE-REASON
           DISPLAY WS-REFUSE-ADVICE
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
       090-REFUSE-REOPEN-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department/account activity rules into working
      *storage so the journal replay looks them up instead of
      *rereading the rules file per entry.
      ******************************************************************
       140-LOAD-ACTIVITY-RULES.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 145-LOAD-RULE THRU 145-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE.
       140-LOAD-ACTIVITY-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one activity rule record into the next table entry. A rule
      *file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       145-LOAD-RULE.
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
       145-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Loads each chart account's classification, normal balance, and
      *name, so the replay knows a period close when it sees one and
      *the restore entries and report lines can be built.
      ******************************************************************
       150-LOAD-CHART.
           OPEN INPUT CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 155-LOAD-ACCOUNT THRU 155-LOAD-ACCOUNT-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE.
       150-LOAD-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Records one chart account's classification, normal balance, and
      *name.
      ******************************************************************
       155-LOAD-ACCOUNT.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       MOVE CH-ACC-CLASS TO WS-ACC-CLASS(CH-ACC-ID)
                       MOVE CH-NORMAL-BALANCE
                           TO WS-ACC-NORMAL(CH-ACC-ID)
                       MOVE CH-ACC-NAME TO WS-ACC-NAME(CH-ACC-ID)
                   END-IF
           END-READ.
       155-LOAD-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Loads the chart baseline. The rolled-back baseline starts as a
      *copy of it and only changes when the period's archive is
      *replayed back out of it.
      ******************************************************************
       160-LOAD-BASELINE.
           OPEN INPUT CHART-BASE-FILE
           MOVE "F" TO WS-EOF-BASE-SWITCH
           PERFORM 165-LOAD-BASE-ACCOUNT
               THRU 165-LOAD-BASE-ACCOUNT-EXIT
               UNTIL EOF-BASE
           CLOSE CHART-BASE-FILE.
       160-LOAD-BASELINE-EXIT.
           EXIT.
      ******************************************************************
      *Seeds one account's baseline balance from the snapshot.
      ******************************************************************
       165-LOAD-BASE-ACCOUNT.
           READ CHART-BASE-FILE
                AT END
                   MOVE "T" TO WS-EOF-BASE-SWITCH
                NOT AT END
                   ADD 1 TO WS-BASE-COUNT
                   IF CB-ACC-ID > 0
                       MOVE CB-ACC-BALANCE
                           TO WS-BASE-BALANCE(CB-ACC-ID)
                       MOVE CB-ACC-BALANCE
                           TO WS-ROLLBACK-BALANCE(CB-ACC-ID)
                   END-IF
           END-READ.
       165-LOAD-BASE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Checks what the scan found: a closing entry for the period
      *that no reopen has reversed yet, and - when the period is
      *archived - a baseline to roll back.
      ******************************************************************
       180-CHECK-CLOSING-ENTRY.
           IF WS-CLOSE-JOURNAL = 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "NO CLOSING ENTRY FOR THE PERIOD IN THE JOURNAL"
                   TO WS-REFUSE-REASON
               MOVE "CHECK master.dat AND THE PERIOD ARCHIVE"
                   TO WS-REFUSE-ADVICE
           ELSE IF CLOSE-REVERSED
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "CLOSING ENTRY IS ALREADY REVERSED"
                   TO WS-REFUSE-REASON
               MOVE "A REOPEN DIED AFTER POSTING - SEE Ledger_Audit"
                   TO WS-REFUSE-ADVICE
           ELSE IF WS-ARCHIVE-COUNT > 0 AND WS-BASE-COUNT = 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "PERIOD IS ARCHIVED BUT THERE IS NO CHART BASELINE"
                   TO WS-REFUSE-REASON
               MOVE "RESTORE chartbase.dat BEFORE REOPENING"
                   TO WS-REFUSE-ADVICE
           END-IF.
       180-CHECK-CLOSING-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Checks what the replay proved: the rolled-back baseline with
      *the archive replayed over it is the baseline on file, and the
      *revenue and expense balances about to be restored net to the
      *closing entry's own net income. Either failing means the
      *journal does not explain the chart and the reopen would only
      *spread the damage.
      ******************************************************************
       190-CHECK-REPLAY.
           IF WS-BASE-DIFF-COUNT > 0
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "ARCHIVE DOES NOT REPLAY TO THE CHART BASELINE"
                   TO WS-REFUSE-REASON
               MOVE "RECONCILE THE ARCHIVE AND chartbase.dat FIRST"
                   TO WS-REFUSE-ADVICE
           ELSE IF WS-RESTORED-NET NOT = WS-CLOSE-AMOUNT
               MOVE "N" TO WS-REOPEN-ALLOWED-SWITCH
               MOVE "JOURNAL DOES NOT REPLAY TO THE CLOSING ENTRY"
                   TO WS-REFUSE-REASON
               MOVE "RUN Ledger_Audit AND RECONCILE BEFORE REOPENING"
                   TO WS-REFUSE-ADVICE
           END-IF.
       190-CHECK-REPLAY-EXIT.
           EXIT.
      ******************************************************************
      *Reads the whole journal once - the period's archive first,
      *then master.dat, the order the entries were posted in and the
      *order master.dat holds them in once the archive is restored.
      *On the replay pass, the archive's end is where the replayed
      *balances must match the baseline on file.
      ******************************************************************
       200-PASS-JOURNAL.
           OPEN INPUT ARCHIVE-FILE
                MASTER-FILE
           MOVE "F" TO WS-EOF-ARCHIVE-SWITCH
           MOVE "F" TO WS-EOF-MASTER-SWITCH
           MOVE "Y" TO WS-FROM-ARCHIVE-SWITCH
           PERFORM 210-READ-ARCHIVE-ENTRY
               THRU 210-READ-ARCHIVE-ENTRY-EXIT
               UNTIL EOF-ARCHIVE
           MOVE "N" TO WS-FROM-ARCHIVE-SWITCH
           IF REPLAY-PASS AND WS-ARCHIVE-COUNT > 0
               PERFORM 258-COMPARE-BASELINE
                   THRU 258-COMPARE-BASELINE-EXIT
                   VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > 99
           END-IF
           PERFORM 215-READ-MASTER-ENTRY
               THRU 215-READ-MASTER-ENTRY-EXIT
               UNTIL EOF-MASTER
           CLOSE ARCHIVE-FILE
                 MASTER-FILE.
       200-PASS-JOURNAL-EXIT.
           EXIT.
      ******************************************************************
      *Reads one archived entry into the journal record area.
      ******************************************************************
       210-READ-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE INTO MASTER-INFO
                AT END
                   MOVE "T" TO WS-EOF-ARCHIVE-SWITCH
                NOT AT END
                   PERFORM 220-WORK-ENTRY THRU 220-WORK-ENTRY-EXIT
           END-READ.
       210-READ-ARCHIVE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one master.dat entry.
      ******************************************************************
       215-READ-MASTER-ENTRY.
           READ MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-MASTER-SWITCH
                NOT AT END
                   PERFORM 220-WORK-ENTRY THRU 220-WORK-ENTRY-EXIT
           END-READ.
       215-READ-MASTER-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Hands one entry to the pass that is running.
      ******************************************************************
       220-WORK-ENTRY.
           IF SCAN-PASS
               PERFORM 225-SCAN-ENTRY THRU 225-SCAN-ENTRY-EXIT
           ELSE
               PERFORM 250-REPLAY-ENTRY THRU 250-REPLAY-ENTRY-EXIT
           END-IF.
       220-WORK-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Scan pass over one entry. A System-department entry to an
      *equity-classified account, dated the period's end and not
      *itself a reversal, is a closing entry for the period; the last
      *one in the journal is the one being unwound - an earlier one
      *was already reversed by an earlier reopen. A System-department
      *reversal naming it means it is already unwound. An archived
      *entry's effect is taken back out of the rolled-back baseline.
      ******************************************************************
       225-SCAN-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           IF MST-ACC-ID > 0
               IF DEPT-SYSTEM AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
                  AND NOT MST-IS-REVERSAL
                  AND MST-DATE-TRANS = WS-REOPEN-END
                   MOVE MST-JOURNAL-NUMBER TO WS-CLOSE-JOURNAL
                   MOVE MST-ACC-ID TO WS-CLOSE-ACC
                   MOVE MST-TRANS-AMT TO WS-CLOSE-AMOUNT
                   MOVE MST-TRANS-TYPE TO WS-CLOSE-TYPE
                   MOVE "N" TO WS-CLOSE-REVERSED-SWITCH
               ELSE
                   IF DEPT-SYSTEM AND MST-IS-REVERSAL
                      AND WS-CLOSE-JOURNAL > 0
                      AND MST-REVERSAL-OF-JRNL = WS-CLOSE-JOURNAL
                       MOVE "Y" TO WS-CLOSE-REVERSED-SWITCH
                   END-IF
               END-IF
               IF FROM-ARCHIVE
                   PERFORM 230-COMPUTE-ENTRY-DELTA
                       THRU 230-COMPUTE-ENTRY-DELTA-EXIT
                   SUBTRACT WS-ENTRY-DELTA
                       FROM WS-ROLLBACK-BALANCE(MST-ACC-ID)
               END-IF
           END-IF.
       225-SCAN-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Computes the signed amount one journal entry moved its
      *account's balance by, with Ledger_Audit's arithmetic: a
      *System-department entry - a close or a reopen entry - by
      *addition; a ruled entry in the rule's direction, opposite for
      *a reversal; anything else by addition. The zeroing a close
      *does is not part of it - the replay applies that separately.
      ******************************************************************
       230-COMPUTE-ENTRY-DELTA.
           IF DEPT-SYSTEM
               MOVE MST-TRANS-AMT TO WS-ENTRY-DELTA
           ELSE
               PERFORM 240-FIND-ACTIVITY-RULE
                   THRU 240-FIND-ACTIVITY-RULE-EXIT
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
               END-IF
           END-IF.
       230-COMPUTE-ENTRY-DELTA-EXIT.
           EXIT.
      ******************************************************************
      *Zeroes one rolled-back baseline balance when its account is
      *revenue- or expense-classified: the cut being undone carried
      *a close, and the close before it left these at zero too.
      ******************************************************************
       235-ZERO-ROLLBACK-CLASS.
           IF WS-ACC-CLASS(WS-ACC-SUB) = "R"
              OR WS-ACC-CLASS(WS-ACC-SUB) = "E"
               MOVE 0 TO WS-ROLLBACK-BALANCE(WS-ACC-SUB)
           END-IF.
       235-ZERO-ROLLBACK-CLASS-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the activity rule for the entry's department/account
      *combination. Sets WS-RULE-FOUND-SWITCH and, when found,
      *WS-MATCH-SUB to the matching table entry.
      ******************************************************************
       240-FIND-ACTIVITY-RULE.
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 245-SEARCH-RULE THRU 245-SEARCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RULE-FOUND.
       240-FIND-ACTIVITY-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Checks one activity rule table entry for a match.
      ******************************************************************
       245-SEARCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) = MST-DEPARTMENT-CODE
              AND WS-ACT-ACC-ID(WS-ACT-SUB) = MST-ACC-ID
                 MOVE "Y" TO WS-RULE-FOUND-SWITCH
                 MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       245-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Replay pass over one entry, applied exactly as Ledger_Audit
      *replays it. At the closing entry being unwound, the revenue
      *and expense balances are taken as they stand just before the
      *close zeroes them - those are the balances the reopen puts
      *back.
      ******************************************************************
       250-REPLAY-ENTRY.
           IF MST-ACC-ID > 0
               IF DEPT-SYSTEM AND WS-ACC-CLASS(MST-ACC-ID) = "Q"
                  AND NOT MST-IS-REVERSAL
                   IF MST-JOURNAL-NUMBER = WS-CLOSE-JOURNAL
                       PERFORM 252-TAKE-RESTORE-BALANCE
                           THRU 252-TAKE-RESTORE-BALANCE-EXIT
                           VARYING WS-ACC-SUB FROM 1 BY 1
                           UNTIL WS-ACC-SUB > 99
                   END-IF
                   ADD MST-TRANS-AMT
                       TO WS-COMPUTED-BALANCE(MST-ACC-ID)
                   PERFORM 254-ZERO-COMPUTED-CLASS
                       THRU 254-ZERO-COMPUTED-CLASS-EXIT
                       VARYING WS-ACC-SUB FROM 1 BY 1
                       UNTIL WS-ACC-SUB > 99
               ELSE
                   PERFORM 230-COMPUTE-ENTRY-DELTA
                       THRU 230-COMPUTE-ENTRY-DELTA-EXIT
                   ADD WS-ENTRY-DELTA
                       TO WS-COMPUTED-BALANCE(MST-ACC-ID)
               END-IF
           END-IF.
       250-REPLAY-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Takes one revenue or expense balance as the close found it,
      *netting revenue less expenses the way Period_Close worked out
      *the net income it closed.
      ******************************************************************
       252-TAKE-RESTORE-BALANCE.
           IF WS-ACC-CLASS(WS-ACC-SUB) = "R"
               MOVE WS-COMPUTED-BALANCE(WS-ACC-SUB)
                   TO WS-RESTORE-BALANCE(WS-ACC-SUB)
               ADD WS-COMPUTED-BALANCE(WS-ACC-SUB) TO WS-RESTORED-NET
           ELSE IF WS-ACC-CLASS(WS-ACC-SUB) = "E"
               MOVE WS-COMPUTED-BALANCE(WS-ACC-SUB)
                   TO WS-RESTORE-BALANCE(WS-ACC-SUB)
               SUBTRACT WS-COMPUTED-BALANCE(WS-ACC-SUB)
                   FROM WS-RESTORED-NET
           END-IF.
       252-TAKE-RESTORE-BALANCE-EXIT.
           EXIT.
      ******************************************************************
      *Zeroes one computed balance when its account is revenue- or
      *expense-classified, the same set Period_Close zeroes.
      ******************************************************************
       254-ZERO-COMPUTED-CLASS.
           IF WS-ACC-CLASS(WS-ACC-SUB) = "R"
              OR WS-ACC-CLASS(WS-ACC-SUB) = "E"
               MOVE 0 TO WS-COMPUTED-BALANCE(WS-ACC-SUB)
           END-IF.
       254-ZERO-COMPUTED-CLASS-EXIT.
           EXIT.
      ******************************************************************
      *Starts one account's replay from the rolled-back baseline.
      ******************************************************************
       255-SEED-COMPUTED.
           MOVE WS-ROLLBACK-BALANCE(WS-ACC-SUB)
               TO WS-COMPUTED-BALANCE(WS-ACC-SUB).
       255-SEED-COMPUTED-EXIT.
           EXIT.
      ******************************************************************
      *Counts one account whose balance, replayed through the archive
      *from the rolled-back baseline, is not the baseline on file.
      ******************************************************************
       258-COMPARE-BASELINE.
           IF WS-COMPUTED-BALANCE(WS-ACC-SUB)
              NOT = WS-BASE-BALANCE(WS-ACC-SUB)
               ADD 1 TO WS-BASE-DIFF-COUNT
               DISPLAY "ACCOUNT " WS-ACC-SUB " REPLAYS TO "
                   WS-COMPUTED-BALANCE(WS-ACC-SUB) " - BASELINE HAS "
                   WS-BASE-BALANCE(WS-ACC-SUB)
           END-IF.
       258-COMPARE-BASELINE-EXIT.
           EXIT.
      ******************************************************************
      *Brings the period's archive back into master.dat and rolls
      *chartbase.dat back, through the hold files.
      *Step 1: Write the rolled-back baseline to reopbase.dat, then
      *         the archive followed by master.dat to reophold.dat
      *Step 2: Empty the archive - from here on the hold files are
      *         the complete copies
      *Step 3: Rewrite chartbase.dat and master.dat from the holds
      *Step 4: Empty both hold files, marking the restore complete
      ******************************************************************
       300-RESTORE-ARCHIVE.
           OPEN INPUT CHART-BASE-FILE
                OUTPUT BASE-HOLD-FILE
           MOVE "F" TO WS-EOF-BASE-SWITCH
           PERFORM 305-HOLD-BASE-ACCOUNT
               THRU 305-HOLD-BASE-ACCOUNT-EXIT
               UNTIL EOF-BASE
           CLOSE CHART-BASE-FILE
                 BASE-HOLD-FILE
           OPEN INPUT ARCHIVE-FILE
                MASTER-FILE
                OUTPUT HOLD-FILE
           MOVE "F" TO WS-EOF-ARCHIVE-SWITCH
           PERFORM 310-HOLD-ARCHIVE-ENTRY
               THRU 310-HOLD-ARCHIVE-ENTRY-EXIT
               UNTIL EOF-ARCHIVE
           MOVE "F" TO WS-EOF-MASTER-SWITCH
           PERFORM 315-HOLD-MASTER-ENTRY
               THRU 315-HOLD-MASTER-ENTRY-EXIT
               UNTIL EOF-MASTER
           CLOSE ARCHIVE-FILE
                 MASTER-FILE
                 HOLD-FILE
           OPEN OUTPUT ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           OPEN INPUT BASE-HOLD-FILE
                OUTPUT CHART-BASE-FILE
           MOVE "F" TO WS-EOF-BASE-HOLD-SWITCH
           PERFORM 320-REBUILD-BASELINE THRU 320-REBUILD-BASELINE-EXIT
               UNTIL EOF-BASE-HOLD
           CLOSE BASE-HOLD-FILE
                 CHART-BASE-FILE
           OPEN INPUT HOLD-FILE
                OUTPUT MASTER-FILE
           MOVE "F" TO WS-EOF-HOLD-SWITCH
           PERFORM 325-REBUILD-MASTER THRU 325-REBUILD-MASTER-EXIT
               UNTIL EOF-HOLD
           CLOSE HOLD-FILE
                 MASTER-FILE
           OPEN OUTPUT HOLD-FILE
           CLOSE HOLD-FILE
           OPEN OUTPUT BASE-HOLD-FILE
           CLOSE BASE-HOLD-FILE.
       300-RESTORE-ARCHIVE-EXIT.
           EXIT.
      ******************************************************************
      *Writes one baseline account to the hold file with its
      *rolled-back balance and the close stamp the chart goes back
      *to.
      ******************************************************************
       305-HOLD-BASE-ACCOUNT.
           READ CHART-BASE-FILE
                AT END
                   MOVE "T" TO WS-EOF-BASE-SWITCH
                NOT AT END
                   IF CB-ACC-ID > 0
                       MOVE WS-ROLLBACK-BALANCE(CB-ACC-ID)
                           TO CB-ACC-BALANCE
                   END-IF
                   MOVE WS-PRIOR-CLOSED-END TO CB-LAST-CLOSED-PERIOD
                   WRITE BASE-HOLD-RECORD FROM CHART-BASE-INFO
           END-READ.
       305-HOLD-BASE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Copies one archived entry to the hold file.
      ******************************************************************
       310-HOLD-ARCHIVE-ENTRY.
           READ ARCHIVE-FILE
                AT END
                   MOVE "T" TO WS-EOF-ARCHIVE-SWITCH
                NOT AT END
                   WRITE HOLD-RECORD FROM ARCHIVE-RECORD
           END-READ.
       310-HOLD-ARCHIVE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Copies one master.dat entry to the hold file behind the
      *archive.
      ******************************************************************
       315-HOLD-MASTER-ENTRY.
           READ MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-MASTER-SWITCH
                NOT AT END
                   WRITE HOLD-RECORD FROM MASTER-INFO
           END-READ.
       315-HOLD-MASTER-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Writes one rolled-back baseline account back to chartbase.dat.
      ******************************************************************
       320-REBUILD-BASELINE.
           READ BASE-HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-BASE-HOLD-SWITCH
                NOT AT END
                   WRITE CHART-BASE-INFO FROM BASE-HOLD-RECORD
           END-READ.
       320-REBUILD-BASELINE-EXIT.
           EXIT.
      ******************************************************************
      *Writes one held entry back to the rebuilt master.dat.
      ******************************************************************
       325-REBUILD-MASTER.
           READ HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-HOLD-SWITCH
                NOT AT END
                   WRITE MASTER-INFO FROM HOLD-RECORD
                       BEFORE ADVANCING 1 LINE
           END-READ.
       325-REBUILD-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *Posts the reopen entries to MASTER-FILE, all in the System
      *department, dated the period's end, and linked through
      *MST-REVERSAL-OF-JRNL to the closing entry they unwind: the
      *closing entry's reversal, then one entry per revenue or
      *expense account putting back the balance the close zeroed.
      *The journal numbers for all of them are taken from CONTROL-FILE
      *in one step before the first is written.
      ******************************************************************
       400-POST-REOPEN-ENTRIES.
           MOVE 1 TO WS-REOPEN-ENTRY-COUNT
           PERFORM 405-COUNT-RESTORE THRU 405-COUNT-RESTORE-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > 99
           PERFORM 410-RESERVE-JOURNAL-NUMBERS
               THRU 410-RESERVE-JOURNAL-NUMBERS-EXIT
           OPEN EXTEND MASTER-FILE
           PERFORM 420-WRITE-CLOSE-REVERSAL
               THRU 420-WRITE-CLOSE-REVERSAL-EXIT
           PERFORM 430-WRITE-RESTORE-ENTRY
               THRU 430-WRITE-RESTORE-ENTRY-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > 99
           CLOSE MASTER-FILE.
       400-POST-REOPEN-ENTRIES-EXIT.
           EXIT.
      ******************************************************************
      *Counts one account with a balance to put back.
      ******************************************************************
       405-COUNT-RESTORE.
           IF WS-RESTORE-BALANCE(WS-ACC-SUB) NOT = 0
               ADD 1 TO WS-REOPEN-ENTRY-COUNT
           END-IF.
       405-COUNT-RESTORE-EXIT.
           EXIT.
      ******************************************************************
      *Takes the next run of journal numbers from CONTROL-FILE, one
      *per reopen entry, and saves the number after them back so
      *General_Ledger's next run continues numbering after them.
      ******************************************************************
       410-RESERVE-JOURNAL-NUMBERS.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
           CLOSE CONTROL-FILE
           MOVE LAST-JOURNAL-NUMBER TO WS-NEXT-JOURNAL
           ADD WS-REOPEN-ENTRY-COUNT TO LAST-JOURNAL-NUMBER
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-INFO
           CLOSE CONTROL-FILE.
       410-RESERVE-JOURNAL-NUMBERS-EXIT.
           EXIT.
      ******************************************************************
      *Writes the closing entry's reversal: the same account, the
      *amount negated, the opposite type.
      ******************************************************************
       420-WRITE-CLOSE-REVERSAL.
           MOVE WS-NEXT-JOURNAL TO WS-REVERSAL-JOURNAL
           MOVE WS-NEXT-JOURNAL TO MST-JOURNAL-NUMBER
           ADD 1 TO WS-NEXT-JOURNAL
           MOVE 0 TO MST-DEPARTMENT-CODE
           MOVE WS-CLOSE-ACC TO MST-ACC-ID
           COMPUTE MST-TRANS-AMT = 0 - WS-CLOSE-AMOUNT
           IF WS-CLOSE-TYPE = "C"
               MOVE "D" TO MST-TRANS-TYPE
           ELSE
               MOVE "C" TO MST-TRANS-TYPE
           END-IF
           MOVE WS-REOPEN-END TO MST-DATE-TRANS
           MOVE WS-CURRENT-DATE TO MST-DATE-ENTERED
           MOVE WS-CLOSE-JOURNAL TO MST-REVERSAL-OF-JRNL
           WRITE MASTER-INFO BEFORE ADVANCING 1 LINE.
       420-WRITE-CLOSE-REVERSAL-EXIT.
           EXIT.
      ******************************************************************
      *Writes the entry putting one revenue or expense balance back,
      *typed on the account's normal side when the balance is a
      *normal one and on the other side when it is not.
      ******************************************************************
       430-WRITE-RESTORE-ENTRY.
           IF WS-RESTORE-BALANCE(WS-ACC-SUB) NOT = 0
               MOVE WS-NEXT-JOURNAL TO WS-RESTORE-JOURNAL(WS-ACC-SUB)
               MOVE WS-NEXT-JOURNAL TO MST-JOURNAL-NUMBER
               ADD 1 TO WS-NEXT-JOURNAL
               MOVE 0 TO MST-DEPARTMENT-CODE
               MOVE WS-ACC-SUB TO MST-ACC-ID
               MOVE WS-RESTORE-BALANCE(WS-ACC-SUB) TO MST-TRANS-AMT
               IF (WS-RESTORE-BALANCE(WS-ACC-SUB) > 0
                  AND WS-ACC-NORMAL(WS-ACC-SUB) = "D")
                  OR (WS-RESTORE-BALANCE(WS-ACC-SUB) < 0
                  AND WS-ACC-NORMAL(WS-ACC-SUB) NOT = "D")
                   MOVE "D" TO MST-TRANS-TYPE
               ELSE
                   MOVE "C" TO MST-TRANS-TYPE
               END-IF
               MOVE WS-REOPEN-END TO MST-DATE-TRANS
               MOVE WS-CURRENT-DATE TO MST-DATE-ENTERED
               MOVE WS-CLOSE-JOURNAL TO MST-REVERSAL-OF-JRNL
               WRITE MASTER-INFO BEFORE ADVANCING 1 LINE
           END-IF.
       430-WRITE-RESTORE-ENTRY-EXIT.
           EXIT.
      ******************************************************************
      *Applies the reopen entries to the chart and resets every
      *account's close stamp.
      ******************************************************************
       450-UPDATE-CHART.
           OPEN I-O CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 455-REOPEN-ACCOUNT THRU 455-REOPEN-ACCOUNT-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE.
       450-UPDATE-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Reads one chart account, puts back the revenue or expense
      *balance the close zeroed, takes the net income back out of the
      *account the close posted it to, and stamps the account with
      *the end of the latest period still closed.
      ******************************************************************
       455-REOPEN-ACCOUNT.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       ADD WS-RESTORE-BALANCE(CH-ACC-ID)
                           TO CH-ACC-BALANCE
                   END-IF
                   IF CH-ACC-ID = WS-CLOSE-ACC
                       SUBTRACT WS-CLOSE-AMOUNT FROM CH-ACC-BALANCE
                   END-IF
                   MOVE WS-PRIOR-CLOSED-END TO CH-LAST-CLOSED-PERIOD
                   REWRITE CHART-INFO
           END-READ.
       455-REOPEN-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Marks the period open again on the accounting-period calendar,
      *so General_Ledger takes entries dated inside it without the
      *prior-period flag until it is closed again.
      ******************************************************************
       500-REOPEN-CALENDAR-PERIOD.
           OPEN I-O PERIOD-CAL-FILE
           MOVE "F" TO WS-EOF-PERCAL-SWITCH
           PERFORM 510-MARK-PERIOD THRU 510-MARK-PERIOD-EXIT
               UNTIL EOF-PERCAL
           CLOSE PERIOD-CAL-FILE
           IF PERIOD-NOT-MARKED
               DISPLAY "WARNING - REOPENED PERIOD " WS-REOPEN-PERIOD-ID
                   " NO LONGER ON THE CALENDAR - NOT MARKED"
           END-IF.
       500-REOPEN-CALENDAR-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Reads one calendar period record and, when it is the period
      *being reopened, rewrites it with an open status.
      ******************************************************************
       510-MARK-PERIOD.
           READ PERIOD-CAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-PERCAL-SWITCH
                NOT AT END
                   IF PER-PERIOD-ID = WS-REOPEN-PERIOD-ID
                         MOVE "O" TO PER-STATUS
                         REWRITE PERIOD-CAL-INFO
                         MOVE "Y" TO WS-PERIOD-MARKED-SWITCH
                         DISPLAY "CALENDAR PERIOD " PER-PERIOD-ID
                             " MARKED OPEN"
                   END-IF
           END-READ.
       510-MARK-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Removes the reopened period's rows from the period balance
      *history. They describe a close that no longer stands, and
      *Financial_Statements would go on printing them as the latest
      *period; the next close writes the period's rows fresh.
      ******************************************************************
       550-REMOVE-PERIOD-HISTORY.
           OPEN I-O PERIOD-BALANCE-FILE
           MOVE "F" TO WS-EOF-HISTORY-SWITCH
           PERFORM 555-REMOVE-HISTORY-ROW
               THRU 555-REMOVE-HISTORY-ROW-EXIT
               UNTIL EOF-HISTORY
           CLOSE PERIOD-BALANCE-FILE.
       550-REMOVE-PERIOD-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Reads one history row in key order and deletes it when it
      *belongs to the reopened period.
      ******************************************************************
       555-REMOVE-HISTORY-ROW.
           READ PERIOD-BALANCE-FILE
                AT END
                   MOVE "T" TO WS-EOF-HISTORY-SWITCH
                NOT AT END
                   IF PBH-PERIOD-ID = WS-REOPEN-PERIOD-ID
                       DELETE PERIOD-BALANCE-FILE RECORD
                       ADD 1 TO WS-HISTORY-REMOVED-COUNT
                   END-IF
           END-READ.
       555-REMOVE-HISTORY-ROW-EXIT.
           EXIT.
      ******************************************************************
      *Prints the proof report: who reopened which period, the
      *closing entry and its reversal, each balance put back, what
      *was restored and removed, then Ledger_Audit's report as it ran
      *after the reopen and the verdict taken from it.
      ******************************************************************
       700-PRINT-PROOF-REPORT.
           OPEN OUTPUT REOPEN-REPORT-FILE
           MOVE "PERIOD REOPEN PROOF REPORT" TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-REOPEN-PERIOD-ID TO WS-RT-PERIOD-ID
           MOVE WS-REOPEN-OPERATOR TO WS-RT-OPERATOR
           MOVE WS-CURRENT-DATE TO WS-RT-DATE
           MOVE WS-REOPEN-TITLE-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "CLOSING ENTRY UNWOUND" TO WS-RJ-LABEL
           MOVE WS-CLOSE-JOURNAL TO WS-RJ-JOURNAL
           MOVE WS-CLOSE-AMOUNT TO WS-RJ-AMOUNT
           MOVE WS-REOPEN-JOURNAL-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "REVERSED BY" TO WS-RJ-LABEL
           MOVE WS-REVERSAL-JOURNAL TO WS-RJ-JOURNAL
           COMPUTE WS-RJ-AMOUNT = 0 - WS-CLOSE-AMOUNT
           MOVE WS-REOPEN-JOURNAL-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           PERFORM 710-PRINT-RESTORE-LINE
               THRU 710-PRINT-RESTORE-LINE-EXIT
               VARYING WS-ACC-SUB FROM 1 BY 1
               UNTIL WS-ACC-SUB > 99
           MOVE SPACES TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "ARCHIVED ENTRIES RESTORED TO master.dat"
               TO WS-RC-LABEL
           MOVE WS-ARCHIVE-COUNT TO WS-RC-COUNT
           MOVE WS-REOPEN-COUNT-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "REOPEN ENTRIES POSTED" TO WS-RC-LABEL
           MOVE WS-REOPEN-ENTRY-COUNT TO WS-RC-COUNT
           MOVE WS-REOPEN-COUNT-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "PERIOD HISTORY ROWS REMOVED" TO WS-RC-LABEL
           MOVE WS-HISTORY-REMOVED-COUNT TO WS-RC-COUNT
           MOVE WS-REOPEN-COUNT-LINE TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REOPEN-REPORT-LINE
           IF WS-ARCHIVE-COUNT > 0
               STRING "CHART AND BASELINE CLOSE STAMPS RESET TO "
                   DELIMITED BY SIZE
                   WS-PRIOR-CLOSED-END DELIMITED BY SIZE
                   INTO REOPEN-REPORT-LINE
           ELSE
               STRING "CHART CLOSE STAMPS RESET TO " DELIMITED BY SIZE
                   WS-PRIOR-CLOSED-END DELIMITED BY SIZE
                   INTO REOPEN-REPORT-LINE
           END-IF
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "LEDGER AUDIT AFTER THE REOPEN:" TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           OPEN INPUT AUDIT-REPORT-FILE
           MOVE "F" TO WS-EOF-AUDIT-SWITCH
           PERFORM 720-COPY-AUDIT-LINE THRU 720-COPY-AUDIT-LINE-EXIT
               UNTIL EOF-AUDIT
           CLOSE AUDIT-REPORT-FILE
           MOVE SPACES TO REOPEN-REPORT-LINE
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           IF AUDIT-AGREES
               MOVE "REOPEN PROVEN - LEDGER AUDIT AGREES"
                   TO REOPEN-REPORT-LINE
           ELSE
               MOVE "*** REOPEN NOT PROVEN - LEDGER AUDIT DISAGREES ***"
                   TO REOPEN-REPORT-LINE
           END-IF
           WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           CLOSE REOPEN-REPORT-FILE.
       700-PRINT-PROOF-REPORT-EXIT.
           EXIT.
      ******************************************************************
      *Prints one balance put back, with the entry that put it back.
      ******************************************************************
       710-PRINT-RESTORE-LINE.
           IF WS-RESTORE-BALANCE(WS-ACC-SUB) NOT = 0
               MOVE WS-ACC-SUB TO WS-RS-ACC-ID
               MOVE WS-ACC-NAME(WS-ACC-SUB) TO WS-RS-ACC-NAME
               MOVE WS-RESTORE-JOURNAL(WS-ACC-SUB) TO WS-RS-JOURNAL
               MOVE WS-RESTORE-BALANCE(WS-ACC-SUB) TO WS-RS-AMOUNT
               MOVE WS-RESTORE-LINE TO REOPEN-REPORT-LINE
               WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       710-PRINT-RESTORE-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Copies one line of Ledger_Audit's report, noting its verdict.
      ******************************************************************
       720-COPY-AUDIT-LINE.
           READ AUDIT-REPORT-FILE
                AT END
                   MOVE "T" TO WS-EOF-AUDIT-SWITCH
                NOT AT END
                   MOVE AUDIT-REPORT-LINE TO REOPEN-REPORT-LINE
                   WRITE REOPEN-REPORT-LINE BEFORE ADVANCING 1 LINE
                   IF AUDIT-REPORT-LINE =
                      "CHART AGREES WITH THE JOURNAL IN FULL"
                       MOVE "Y" TO WS-AUDIT-AGREES-SWITCH
                   END-IF
           END-READ.
       720-COPY-AUDIT-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      *Read count is the journal entries scanned, archive included;
      *posted count is the reopen entries written.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Period_Reopen" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-ENTRY-COUNT TO RL-READ-COUNT
           MOVE WS-REOPEN-ENTRY-COUNT TO RL-POSTED-COUNT
           MOVE 0 TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
