       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sales_Tax_Report.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project prints the monthly sales tax liability report and
      *generates the remittance that pays it. General_Ledger splits
      *every taxed sale into net revenue and a Sales Tax Payable
      *liability as it posts, and appends each posting to a tax
      *account to the sales tax posting file; the report is built
      *from that file alone, one calendar period at a time, one line
      *per department and tax account: the taxable sales and tax
      *collected in the period, any other postings to the tax account
      *in the period (remittances, corrections, voucher legs), and
      *the liability standing at the period's end. A tie-out at the
      *foot proves each tax account's postings on file against the
      *balance the chart carries for it.
      *The period is named by the optional tax parameter record, or
      *with none is the latest calendar period already ended; a
      *period that is not on the calendar, or has not ended yet,
      *stops the run untouched, since its liability is not final.
      *For each line still owing at period end the run writes a
      *remittance transaction into TRANS-FILE under the same
      *batch-interlock rules Standing_Entries applies - the
      *department, the tax account, and the amount, signed by the
      *activity rule to take the liability down, dated today - so the
      *next General_Ledger run posts the payment and its Cash leg
      *and clears the liability through the ledger. Remittances
      *already generated for earlier periods but dated after this
      *period's end are not in its liability yet and are taken off
      *what it owes, so nothing is paid twice; so are those dated
      *inside the period that the ledger has not posted yet - their
      *batch is not in the control file's posted ring and no tax
      *posting on file matches them. A remittance log keeps
      *one record per remittance generated; a period already on it
      *is reported but not remitted again, and a day that is in no
      *open period generates nothing.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Sales tax posting file General_Ledger appends every posting to
      *a tax account to. OPTIONAL - before the first taxed sale there
      *is nothing to report.
           SELECT OPTIONAL TAX-POSTING-FILE
               ASSIGN TO UT-SYS-TAX-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Optional parameter record naming the period to report.
           SELECT OPTIONAL TAX-PARM-FILE
               ASSIGN TO UT-SYS-TAX-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Accounting-period calendar file supplies the reporting period's
      *date range and the open period today's remittances fall in.
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
      *Activity rules file says which direction a department's posting
      *moves a tax account, so the remittance is signed to reduce it.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Department master file supplies the department name printed
      *beside the bare code.
           SELECT DEPT-MASTER-FILE
               ASSIGN TO UT-SYS-DEPT-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Remittance log carries one record per remittance generated, so
      *a period cannot be remitted twice and a later period's report
      *knows what is already on its way. OPTIONAL - before the first
      *remittance ever there is no log.
           SELECT OPTIONAL TAX-REMIT-FILE
               ASSIGN TO UT-SYS-TAX-REMIT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Trans file is extended with the remittances so the next
      *General_Ledger run posts them like any other transactions.
      *OPTIONAL so a run with no trans.dat on disk yet creates one
      *instead of failing the EXTEND.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file says which batch ids the ledger has posted, so
      *the remittances join an unposted batch or start a fresh one
      *instead of landing in a file the ledger will refuse.
      *OPTIONAL - a site that has never run General_Ledger has no
      *control file and nothing posted.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Sales tax report file is the printed report this program
      *produces.
           SELECT TAX-REPORT-FILE
               ASSIGN TO UT-SYS-TAX-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-POSTING-FILE
           RECORD CONTAINS 67.
           COPY TAXPOST.

      *The period to report, YYYYMM; zero means the latest period
      *already ended.
       FD TAX-PARM-FILE
           RECORD CONTAINS 6.
       01 TAX-PARM-INFO.
           05 TPM-PERIOD-ID PIC 9(06).

       FD PERIOD-CAL-FILE
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD DEPT-MASTER-FILE
           RECORD CONTAINS 39.
           COPY DEPTMST.

      *One remittance log record per remittance generated: the period
      *it pays, the department and tax account, the amount of
      *liability it takes down, the date it was written for, and the
      *batch it was written into.
       FD TAX-REMIT-FILE
           RECORD CONTAINS 43.
       01 TAX-REMIT-INFO.
           05 TRM-PERIOD-ID PIC 9(06).
           05 TRM-DEPT-CODE PIC 9(02).
           05 TRM-TAX-ACC-ID PIC 9(02).
           05 TRM-AMOUNT PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 TRM-DATE-TRANS PIC 9(08).
           05 TRM-BATCH-ID PIC 9(14).

       FD TRANS-FILE
           RECORD CONTAINS 32.
           COPY TRANREC.

      *See CTLREC for field meanings; read here only for the posted
      *batch ring.
       FD CONTROL-FILE
           RECORD CONTAINS 381.
           COPY CTLREC.

       FD TAX-REPORT-FILE
           RECORD CONTAINS 80.
       01 TAX-REPORT-LINE PIC X(80).

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
           05 UT-SYS-TAX-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\taxpost.dat".
           05 UT-SYS-TAX-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\taxparm.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-DEPT-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\deptmast.dat".
           05 UT-SYS-TAX-REMIT-FILE PIC X(100)
              VALUE "C:\COBOL\taxremit.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-TAX-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\taxrpt.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-TAXPOST-SWITCH PIC X(1).
            88 EOF-TAXPOST VALUE "T".
            88 NOT-EOF-TAXPOST VALUE "F".
           05 WS-EOF-PERCAL-SWITCH PIC X(1).
            88 EOF-PERCAL VALUE "T".
            88 NOT-EOF-PERCAL VALUE "F".
           05 WS-EOF-CHART-SWITCH PIC X(1).
            88 EOF-CHART VALUE "T".
            88 NOT-EOF-CHART VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-EOF-DEPT-SWITCH PIC X(1).
            88 EOF-DEPT VALUE "T".
            88 NOT-EOF-DEPT VALUE "F".
           05 WS-EOF-REMIT-SWITCH PIC X(1).
            88 EOF-REMIT VALUE "T".
            88 NOT-EOF-REMIT VALUE "F".
           05 WS-PERIOD-FOUND-SWITCH PIC X(1).
            88 PERIOD-FOUND VALUE "Y".
            88 PERIOD-NOT-FOUND VALUE "N".
           05 WS-RULE-FOUND-SWITCH PIC X(1).
            88 RULE-FOUND VALUE "Y".
            88 RULE-NOT-FOUND VALUE "N".
           05 WS-LINE-FOUND-SWITCH PIC X(1).
            88 LINE-FOUND VALUE "Y".
            88 LINE-NOT-FOUND VALUE "N".
      *On when the remittance log already carries the reporting
      *period, so its remittances are not generated again.
           05 WS-REMITTED-SWITCH PIC X(1) VALUE "N".
            88 PERIOD-REMITTED VALUE "Y".
            88 PERIOD-NOT-REMITTED VALUE "N".
      *On when this run may write remittances into TRANS-FILE.
           05 WS-GENERATE-SWITCH PIC X(1) VALUE "N".
            88 GENERATE-REMITTANCES VALUE "Y".
            88 NO-REMITTANCES VALUE "N".
      *Fresh means this run starts a new TRANS-FILE under a new batch
      *id; otherwise the remittances join the unposted batch already
      *on disk.
           05 WS-TRANS-FRESH-SWITCH PIC X(1) VALUE "Y".
            88 TRANS-FRESH VALUE "Y".
            88 TRANS-APPEND VALUE "N".
      *On when the trans file on disk does not open with a batch
      *header, so nothing can safely be added to it.
           05 WS-HEADER-MISSING-SWITCH PIC X(1) VALUE "N".
            88 TRANS-HEADER-MISSING VALUE "Y".
            88 TRANS-HEADER-PRESENT VALUE "N".
           05 WS-BATCH-SEEN-SWITCH PIC X(1).
            88 BATCH-SEEN VALUE "Y".
            88 BATCH-NOT-SEEN VALUE "N".
           05 WS-POSTING-FOUND-SWITCH PIC X(1).
            88 POSTING-FOUND VALUE "Y".
            88 POSTING-NOT-FOUND VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-POSTING-COUNT PIC 9(8) VALUE 0.
           05 WS-DUE-COUNT PIC 9(8) VALUE 0.
           05 WS-REMIT-COUNT PIC 9(8) VALUE 0.
           05 WS-NOT-REMITTED-COUNT PIC 9(8) VALUE 0.
           05 WS-REPORT-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-REPORT-PERIOD-START PIC 9(8) VALUE 0.
           05 WS-REPORT-PERIOD-END PIC 9(8) VALUE 0.
           05 WS-CURRENT-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-DUE-AMOUNT PIC S9(9)V99 VALUE 0.
           05 WS-DIFFERENCE PIC S9(9)V99 VALUE 0.
           05 WS-NO-REMIT-REASON PIC X(40) VALUE SPACES.
           05 WS-SEARCH-DEPT PIC 9(02).
           05 WS-SEARCH-ACC PIC 9(02).

      ******************************************************************
      *Accounting-period calendar table, loaded once from
      *PERIOD-CAL-FILE, used to find the reporting period and the
      *open period containing today.
      ******************************************************************
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 24 TIMES.
            10 WS-PER-ID PIC 9(06).
            10 WS-PER-START PIC 9(08).
            10 WS-PER-END PIC 9(08).
            10 WS-PER-STATUS PIC X(01).
       01 WS-PERIOD-COUNT PIC 9(04) VALUE 0.
       01 WS-PER-SUB PIC 9(04).
       01 WS-PER-MATCH-SUB PIC 9(04).

      ******************************************************************
      *Activity rule table, loaded once from ACTIVITY-RULES-FILE, so
      *each remittance is signed the way its department's rule posts
      *to the tax account.
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
      *Department name by department code plus one, from the
      *department master.
      ******************************************************************
       01 WS-DEPT-NAME-TABLE.
           05 WS-DEPT-NAME OCCURS 100 TIMES PIC X(16) VALUE SPACES.
       01 WS-DEPT-SUB PIC 9(04).

      ******************************************************************
      *Chart balance per account id, and the total the sales tax
      *postings on file carry per tax account, for the tie-out.
      ******************************************************************
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 99 TIMES.
            10 WS-ACCT-CHART-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-ACCT-ON-CHART PIC X(01) VALUE "N".
            10 WS-ACCT-POSTED-TOTAL PIC S9(9)V99 VALUE 0.
            10 WS-ACCT-TAX-USED PIC X(01) VALUE "N".
       01 WS-ACCT-SUB PIC 9(04).

      ******************************************************************
      *One report line per department and tax account: the period's
      *taxable sales, tax collected, and other tax postings, the
      *liability at period end, and the remittances already generated
      *for earlier periods that the liability does not reflect yet -
      *dated after this period's end, or not yet posted. Every
      *amount is the signed effect on its chart balance, so a
      *reversed sale counts against the period it is dated in.
      ******************************************************************
       01 WS-TAX-LINE-TABLE.
           05 WS-TAX-LINE OCCURS 100 TIMES.
            10 WS-TL-DEPT-CODE PIC 9(02).
            10 WS-TL-TAX-ACC-ID PIC 9(02).
            10 WS-TL-TAXABLE PIC S9(9)V99.
            10 WS-TL-TAX PIC S9(9)V99.
            10 WS-TL-OTHER PIC S9(9)V99.
            10 WS-TL-LIABILITY PIC S9(9)V99.
            10 WS-TL-REMITTED-AFTER PIC S9(9)V99.
       01 WS-TAX-LINE-COUNT PIC 9(04) VALUE 0.
       01 WS-TL-SUB PIC 9(04).
       01 WS-TL-MATCH-SUB PIC 9(04).
      ******************************************************************
      *Every posting to a tax account dated in the period other than
      *a taxed sale, kept so a remittance dated in the period can be
      *matched to the posting the ledger made of it. A posting once
      *matched is marked, so two equal remittances need two postings.
      ******************************************************************
       01 WS-DIRECT-POSTING-TABLE.
           05 WS-DIRECT-POSTING OCCURS 500 TIMES.
            10 WS-DP-DEPT-CODE PIC 9(02).
            10 WS-DP-TAX-ACC-ID PIC 9(02).
            10 WS-DP-DATE PIC 9(08).
            10 WS-DP-AMOUNT PIC S9(9)V99.
            10 WS-DP-MATCHED PIC X(01).
       01 WS-DIRECT-POSTING-COUNT PIC 9(04) VALUE 0.
       01 WS-DP-SUB PIC 9(04).
       01 WS-TAX-TOTALS.
           05 WS-TOT-TAXABLE PIC S9(9)V99 VALUE 0.
           05 WS-TOT-TAX PIC S9(9)V99 VALUE 0.
           05 WS-TOT-OTHER PIC S9(9)V99 VALUE 0.
           05 WS-TOT-LIABILITY PIC S9(9)V99 VALUE 0.

      ******************************************************************
      *Batch id this run writes (or appends to) and the ledger's
      *posted ring, read from the control file. The stamp group peels
      *the date and time off FUNCTION CURRENT-DATE to make a new id.
      ******************************************************************
       01 WS-BATCH-INTERLOCK.
           05 WS-BATCH-ID PIC 9(14) VALUE 0.
           05 WS-POSTED-BATCH-COUNT PIC 9(02) VALUE 0.
           05 WS-POSTED-BATCH-ID OCCURS 20 TIMES PIC 9(14).
           05 WS-PB-SUB PIC 9(04).
           05 WS-SEARCH-BATCH-ID PIC 9(14).
       01 WS-BATCH-STAMP.
           05 WS-BS-DATE-TIME PIC 9(14).
           05 FILLER PIC X(07).

      ******************************************************************
      *Current date decides which periods have ended and dates the
      *remittances.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).

      ******************************************************************
      *Layouts for the printed lines of the report.
      ******************************************************************
       01 WS-TX-PERIOD-LINE.
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 WS-TP-PERIOD-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TP-START PIC 9(8).
           05 FILLER PIC X(9) VALUE " THROUGH ".
           05 WS-TP-END PIC 9(8).
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-TX-HEADING-LINE.
           05 FILLER PIC X(24) VALUE "  DEPARTMENT          TX".
           05 FILLER PIC X(14) VALUE "  TAXABLE SALE".
           05 FILLER PIC X(14) VALUE " TAX COLLECTED".
           05 FILLER PIC X(14) VALUE "   OTHER POSTS".
           05 FILLER PIC X(14) VALUE " LIABILITY END".
       01 WS-TX-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TD-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-DEPT-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-TAX-ACC-ID PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-TAXABLE PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-TAX PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-OTHER PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TD-LIABILITY PIC Z,ZZZ,ZZ9.99-.
       01 WS-TX-TOTAL-LINE.
           05 WS-TT-LABEL PIC X(24).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-TAXABLE PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-TAX PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-OTHER PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TT-LIABILITY PIC Z,ZZZ,ZZ9.99-.
       01 WS-TX-REMIT-HEADING.
           05 FILLER PIC X(24) VALUE "  DEPARTMENT          TX".
           05 FILLER PIC X(14) VALUE "    AMOUNT DUE".
           05 FILLER PIC X(42) VALUE "  DISPOSITION".
       01 WS-TX-REMIT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TR-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TR-DEPT-NAME PIC X(16).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TR-TAX-ACC-ID PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TR-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TR-DISPOSITION PIC X(40).
       01 WS-TX-TIE-HEADING.
           05 FILLER PIC X(24) VALUE "  TAX ACCOUNT".
           05 FILLER PIC X(14) VALUE " POSTINGS FILE".
           05 FILLER PIC X(14) VALUE " CHART BALANCE".
           05 FILLER PIC X(14) VALUE "    DIFFERENCE".
           05 FILLER PIC X(14) VALUE SPACES.
       01 WS-TX-TIE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TI-ACC-ID PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-ACC-NAME PIC X(16).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TI-POSTED PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-CHART PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-DIFFERENCE PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-FLAG PIC X(13).

      ******************************************************************
      *Account name per account id, from the chart, for the tie-out.
      ******************************************************************
       01 WS-ACCOUNT-NAME-TABLE.
           05 WS-ACCT-NAME OCCURS 99 TIMES PIC X(16) VALUE SPACES.

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
      *Step 1: Load the period calendar and settle the reporting
      *         period - one not on the calendar or not yet ended
      *         aborts untouched
      *Step 2: Load the chart, activity rules, and department names,
      *         then read the sales tax postings into report lines
      *Step 3: Read the ledger's posted batch ring, then the
      *         remittance log for this period and for what earlier
      *         periods already have on the way
      *Step 4: Decide whether remittances can be generated, and
      *         where the batch goes
      *Step 5: Print the report, writing each remittance as its line
      *         prints, then the tie-out to the chart, and stop the
      *         program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 170-LOAD-PERIOD-CALENDAR
               THRU 170-LOAD-PERIOD-CALENDAR-EXIT
           PERFORM 120-SELECT-REPORT-PERIOD
               THRU 120-SELECT-REPORT-PERIOD-EXIT
           PERFORM 155-LOAD-CHART THRU 155-LOAD-CHART-EXIT
           PERFORM 160-LOAD-ACTIVITY-RULES
               THRU 160-LOAD-ACTIVITY-RULES-EXIT
           PERFORM 185-LOAD-DEPT-MASTER
               THRU 185-LOAD-DEPT-MASTER-EXIT
           OPEN INPUT TAX-POSTING-FILE
           MOVE "F" TO WS-EOF-TAXPOST-SWITCH
           PERFORM 200-READ-TAX-POSTING THRU 200-READ-TAX-POSTING-EXIT
               UNTIL EOF-TAXPOST
           CLOSE TAX-POSTING-FILE
           PERFORM 106-READ-POSTED-RING
               THRU 106-READ-POSTED-RING-EXIT
           OPEN INPUT TAX-REMIT-FILE
           MOVE "F" TO WS-EOF-REMIT-SWITCH
           PERFORM 250-READ-REMITTANCE THRU 250-READ-REMITTANCE-EXIT
               UNTIL EOF-REMIT
           CLOSE TAX-REMIT-FILE
           PERFORM 260-COUNT-DUE THRU 260-COUNT-DUE-EXIT
               VARYING WS-TL-SUB FROM 1 BY 1
               UNTIL WS-TL-SUB > WS-TAX-LINE-COUNT
           IF WS-DUE-COUNT > 0
               PERFORM 270-DECIDE-GENERATION
                   THRU 270-DECIDE-GENERATION-EXIT
           END-IF
           IF GENERATE-REMITTANCES
               IF TRANS-FRESH
                   OPEN OUTPUT TRANS-FILE
                   PERFORM 115-WRITE-BATCH-HEADER
                       THRU 115-WRITE-BATCH-HEADER-EXIT
               ELSE
                   OPEN EXTEND TRANS-FILE
               END-IF
               OPEN EXTEND TAX-REMIT-FILE
           END-IF
           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM 300-PRINT-HEADING THRU 300-PRINT-HEADING-EXIT
           PERFORM 310-PRINT-TAX-LINE THRU 310-PRINT-TAX-LINE-EXIT
               VARYING WS-TL-SUB FROM 1 BY 1
               UNTIL WS-TL-SUB > WS-TAX-LINE-COUNT
           PERFORM 320-PRINT-TOTALS THRU 320-PRINT-TOTALS-EXIT
           PERFORM 400-PRINT-REMITTANCES
               THRU 400-PRINT-REMITTANCES-EXIT
           PERFORM 500-PRINT-TIE-OUT THRU 500-PRINT-TIE-OUT-EXIT
           CLOSE TAX-REPORT-FILE
           IF GENERATE-REMITTANCES
               CLOSE TRANS-FILE
                     TAX-REMIT-FILE
           END-IF
           DISPLAY WS-POSTING-COUNT " SALES TAX POSTING(S) READ FOR "
               "PERIOD " WS-REPORT-PERIOD-ID
           DISPLAY WS-REMIT-COUNT " REMITTANCE(S) GENERATED, "
               WS-NOT-REMITTED-COUNT " DUE BUT NOT GENERATED"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Decides whether the remittances start a fresh TRANS-FILE or
      *join the one on disk, by the same rules the intake program
      *applies: a batch the ledger has already posted is stale and is
      *replaced under a new batch id; an unposted one is appended to
      *under its own id; a file with no batch header is left alone
      *and no remittance is generated until the operator resolves it.
      *The posted ring was read before the remittance log.
      ******************************************************************
       105-DECIDE-TRANS-MODE.
           OPEN INPUT TRANS-FILE
           READ TRANS-FILE
                AT END
                   MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                NOT AT END
                   IF NOT TRANS-IS-BATCH-HEADER
                       DISPLAY "EXISTING TRANS FILE HAS NO BATCH "
                           "HEADER - NO REMITTANCE GENERATED"
                       DISPLAY "POST OR REMOVE IT, THEN RERUN THE "
                           "SALES TAX REPORT"
                       MOVE "Y" TO WS-HEADER-MISSING-SWITCH
                   ELSE
                       MOVE TBH-BATCH-ID TO WS-SEARCH-BATCH-ID
                       PERFORM 110-SEARCH-POSTED-RING
                           THRU 110-SEARCH-POSTED-RING-EXIT
                       IF BATCH-SEEN
                           DISPLAY "PRIOR BATCH " TBH-BATCH-ID
                               " WAS ALREADY POSTED - STARTING A "
                               "FRESH TRANS FILE"
                           MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                       ELSE
                           MOVE "N" TO WS-TRANS-FRESH-SWITCH
                           MOVE TBH-BATCH-ID TO WS-BATCH-ID
                       END-IF
                   END-IF
           END-READ
           CLOSE TRANS-FILE
           IF TRANS-FRESH
               MOVE FUNCTION CURRENT-DATE TO WS-BATCH-STAMP
               MOVE WS-BS-DATE-TIME TO WS-BATCH-ID
           END-IF.
       105-DECIDE-TRANS-MODE-EXIT.
           EXIT.
      ******************************************************************
      *Reads the ledger's posted batch ring from the control file. No
      *control file, or an empty one, means nothing has ever posted.
      ******************************************************************
       106-READ-POSTED-RING.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
                AT END
                   MOVE 0 TO WS-POSTED-BATCH-COUNT
                NOT AT END
                   MOVE CTL-POSTED-BATCH-COUNT
                       TO WS-POSTED-BATCH-COUNT
                   PERFORM 108-LOAD-POSTED-BATCH
                       THRU 108-LOAD-POSTED-BATCH-EXIT
                       VARYING WS-PB-SUB FROM 1 BY 1
                       UNTIL WS-PB-SUB > WS-POSTED-BATCH-COUNT
           END-READ
           CLOSE CONTROL-FILE.
       106-READ-POSTED-RING-EXIT.
           EXIT.
      ******************************************************************
      *Carries one posted-ring batch id from the control record into
      *working storage.
      ******************************************************************
       108-LOAD-POSTED-BATCH.
           MOVE CTL-POSTED-BATCH-ID(WS-PB-SUB)
               TO WS-POSTED-BATCH-ID(WS-PB-SUB).
       108-LOAD-POSTED-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *Searches the posted ring for the batch id in
      *WS-SEARCH-BATCH-ID.
      ******************************************************************
       110-SEARCH-POSTED-RING.
           MOVE "N" TO WS-BATCH-SEEN-SWITCH
           PERFORM 112-MATCH-POSTED-BATCH
               THRU 112-MATCH-POSTED-BATCH-EXIT
               VARYING WS-PB-SUB FROM 1 BY 1
               UNTIL WS-PB-SUB > WS-POSTED-BATCH-COUNT OR BATCH-SEEN.
       110-SEARCH-POSTED-RING-EXIT.
           EXIT.
      ******************************************************************
      *Tests one posted-ring entry against the batch id searched for.
      ******************************************************************
       112-MATCH-POSTED-BATCH.
           IF WS-POSTED-BATCH-ID(WS-PB-SUB) = WS-SEARCH-BATCH-ID
               MOVE "Y" TO WS-BATCH-SEEN-SWITCH
           END-IF.
       112-MATCH-POSTED-BATCH-EXIT.
           EXIT.
      ******************************************************************
      *Writes the batch header that opens a fresh TRANS-FILE, carrying
      *the new batch id.
      ******************************************************************
       115-WRITE-BATCH-HEADER.
           MOVE SPACES TO TRANS-BATCH-HEADER
           MOVE "BH" TO TBH-RECORD-FLAG
           MOVE WS-BATCH-ID TO TBH-BATCH-ID
           WRITE TRANS-BATCH-HEADER.
       115-WRITE-BATCH-HEADER-EXIT.
           EXIT.
      ******************************************************************
      *Settles the reporting period: the one the parameter record
      *names, or with none the latest period whose last day is before
      *today. A period the calendar does not carry, or one that has
      *not ended, stops the run before anything is written - its
      *liability is still moving, and remitting it would pay the
      *state a figure that is not final.
      ******************************************************************
       120-SELECT-REPORT-PERIOD.
           OPEN INPUT TAX-PARM-FILE
           READ TAX-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF TPM-PERIOD-ID IS NUMERIC
                       MOVE TPM-PERIOD-ID TO WS-REPORT-PERIOD-ID
                   END-IF
           END-READ
           CLOSE TAX-PARM-FILE
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           MOVE 0 TO WS-PER-MATCH-SUB
           IF WS-REPORT-PERIOD-ID = 0
               PERFORM 124-MATCH-LATEST-ENDED
                   THRU 124-MATCH-LATEST-ENDED-EXIT
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PERIOD-COUNT
           ELSE
               PERFORM 122-MATCH-REPORT-PERIOD
                   THRU 122-MATCH-REPORT-PERIOD-EXIT
                   VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > WS-PERIOD-COUNT OR PERIOD-FOUND
           END-IF
           IF PERIOD-NOT-FOUND
               IF WS-REPORT-PERIOD-ID = 0
                   DISPLAY "SALES TAX REPORT ABORTED - NO CALENDAR "
                       "PERIOD HAS ENDED YET"
               ELSE
                   DISPLAY "SALES TAX REPORT ABORTED - PERIOD "
                       WS-REPORT-PERIOD-ID " IS NOT ON THE CALENDAR"
               END-IF
               DISPLAY "NOTHING WAS CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           MOVE WS-PER-ID(WS-PER-MATCH-SUB) TO WS-REPORT-PERIOD-ID
           MOVE WS-PER-START(WS-PER-MATCH-SUB)
               TO WS-REPORT-PERIOD-START
           MOVE WS-PER-END(WS-PER-MATCH-SUB) TO WS-REPORT-PERIOD-END
           IF WS-REPORT-PERIOD-END >= WS-CURRENT-DATE
               DISPLAY "SALES TAX REPORT ABORTED - PERIOD "
                   WS-REPORT-PERIOD-ID " HAS NOT ENDED"
               DISPLAY "RERUN AFTER " WS-REPORT-PERIOD-END
                   " - NOTHING WAS CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF.
       120-SELECT-REPORT-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single period table entry against the period named by
      *the parameter record.
      ******************************************************************
       122-MATCH-REPORT-PERIOD.
           IF WS-PER-ID(WS-PER-SUB) = WS-REPORT-PERIOD-ID
               MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
               MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
           END-IF.
       122-MATCH-REPORT-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single period table entry for having ended before
      *today, keeping the one that ended latest.
      ******************************************************************
       124-MATCH-LATEST-ENDED.
           IF WS-PER-END(WS-PER-SUB) < WS-CURRENT-DATE
               IF PERIOD-NOT-FOUND
                   MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
                   MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
               ELSE IF WS-PER-END(WS-PER-SUB) >
                       WS-PER-END(WS-PER-MATCH-SUB)
                   MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
               END-IF
           END-IF.
       124-MATCH-LATEST-ENDED-EXIT.
           EXIT.
      ******************************************************************
      *Locates the open calendar period containing today, the period
      *the remittances will post in. Zero left in
      *WS-CURRENT-PERIOD-ID means today is in no open period and no
      *remittance can be dated.
      ******************************************************************
       140-LOCATE-CURRENT-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           MOVE 0 TO WS-PER-MATCH-SUB
           PERFORM 143-MATCH-PERIOD THRU 143-MATCH-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT OR PERIOD-FOUND
           IF PERIOD-FOUND
              AND WS-PER-STATUS(WS-PER-MATCH-SUB) = "O"
               MOVE WS-PER-ID(WS-PER-MATCH-SUB)
                   TO WS-CURRENT-PERIOD-ID
           END-IF.
       140-LOCATE-CURRENT-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single period table entry against today's date.
      ******************************************************************
       143-MATCH-PERIOD.
           IF WS-CURRENT-DATE >= WS-PER-START(WS-PER-SUB)
              AND WS-CURRENT-DATE <= WS-PER-END(WS-PER-SUB)
                 MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
                 MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
           END-IF.
       143-MATCH-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Reads the chart once for each account's name and balance, for
      *the tie-out.
      ******************************************************************
       155-LOAD-CHART.
           OPEN INPUT CHART-FILE
           MOVE "F" TO WS-EOF-CHART-SWITCH
           PERFORM 156-LOAD-ACCOUNT THRU 156-LOAD-ACCOUNT-EXIT
               UNTIL EOF-CHART
           CLOSE CHART-FILE.
       155-LOAD-CHART-EXIT.
           EXIT.
      ******************************************************************
      *Records one chart account's name and balance under its id.
      ******************************************************************
       156-LOAD-ACCOUNT.
           READ CHART-FILE
                AT END
                   MOVE "T" TO WS-EOF-CHART-SWITCH
                NOT AT END
                   IF CH-ACC-ID > 0
                       MOVE CH-ACC-BALANCE
                           TO WS-ACCT-CHART-BALANCE(CH-ACC-ID)
                       MOVE CH-ACC-NAME TO WS-ACCT-NAME(CH-ACC-ID)
                       MOVE "Y" TO WS-ACCT-ON-CHART(CH-ACC-ID)
                   END-IF
           END-READ.
       156-LOAD-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Loads the activity rules into working storage so each
      *remittance can be signed without rereading the rules file.
      ******************************************************************
       160-LOAD-ACTIVITY-RULES.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 165-LOAD-RULE THRU 165-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE.
       160-LOAD-ACTIVITY-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Reads one activity rule record into the next table entry. A
      *rules file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       165-LOAD-RULE.
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
       165-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Loads the accounting-period calendar into working storage so
      *the reporting period and today's period can be located without
      *rereading the file.
      ******************************************************************
       170-LOAD-PERIOD-CALENDAR.
           OPEN INPUT PERIOD-CAL-FILE
           MOVE "F" TO WS-EOF-PERCAL-SWITCH
           PERFORM 180-LOAD-PERIOD THRU 180-LOAD-PERIOD-EXIT
               UNTIL EOF-PERCAL
           CLOSE PERIOD-CAL-FILE.
       170-LOAD-PERIOD-CALENDAR-EXIT.
           EXIT.
      ******************************************************************
      *Reads one calendar period record into the next table entry. A
      *calendar that has grown past WS-PERIOD-TABLE's OCCURS 24 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       180-LOAD-PERIOD.
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
       180-LOAD-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Loads the department names printed beside the bare codes.
      ******************************************************************
       185-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           MOVE "F" TO WS-EOF-DEPT-SWITCH
           PERFORM 186-LOAD-DEPT THRU 186-LOAD-DEPT-EXIT
               UNTIL EOF-DEPT
           CLOSE DEPT-MASTER-FILE.
       185-LOAD-DEPT-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *Records one department's name under its code.
      ******************************************************************
       186-LOAD-DEPT.
           READ DEPT-MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-DEPT-SWITCH
                NOT AT END
                   IF DM-DEPT-CODE IS NUMERIC
                       COMPUTE WS-DEPT-SUB = DM-DEPT-CODE + 1
                       MOVE DM-DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-SUB)
                   END-IF
           END-READ.
       186-LOAD-DEPT-EXIT.
           EXIT.
      ******************************************************************
      *Reads one sales tax posting and adds it to its department and
      *tax account's report line and to its tax account's total for
      *the tie-out. A taxed sale dated in the period counts as taxable
      *sales and tax collected; any other posting dated in it counts
      *as another posting, and is kept for matching remittances to;
      *every posting dated on or before the period's end counts
      *toward the liability then.
      ******************************************************************
       200-READ-TAX-POSTING.
           READ TAX-POSTING-FILE
                AT END
                   MOVE "T" TO WS-EOF-TAXPOST-SWITCH
                NOT AT END
                   PERFORM 210-ADD-TAX-POSTING
                       THRU 210-ADD-TAX-POSTING-EXIT
           END-READ.
       200-READ-TAX-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Adds one sales tax posting into the report line it belongs to.
      ******************************************************************
       210-ADD-TAX-POSTING.
           IF TXP-TAX-ACC-ID > 0
               ADD TXP-TAX-AMOUNT
                   TO WS-ACCT-POSTED-TOTAL(TXP-TAX-ACC-ID)
               MOVE "Y" TO WS-ACCT-TAX-USED(TXP-TAX-ACC-ID)
           END-IF
           MOVE TXP-DEPARTMENT-CODE TO WS-SEARCH-DEPT
           MOVE TXP-TAX-ACC-ID TO WS-SEARCH-ACC
           PERFORM 220-FIND-TAX-LINE THRU 220-FIND-TAX-LINE-EXIT
           IF LINE-NOT-FOUND
               IF WS-TAX-LINE-COUNT >= 100
                   DISPLAY "TAX LINE TABLE FULL - POSTING "
                       TXP-JOURNAL-NUMBER " NOT REPORTED"
               ELSE
                   ADD 1 TO WS-TAX-LINE-COUNT
                   MOVE WS-TAX-LINE-COUNT TO WS-TL-MATCH-SUB
                   MOVE "Y" TO WS-LINE-FOUND-SWITCH
                   MOVE TXP-DEPARTMENT-CODE
                       TO WS-TL-DEPT-CODE(WS-TL-MATCH-SUB)
                   MOVE TXP-TAX-ACC-ID
                       TO WS-TL-TAX-ACC-ID(WS-TL-MATCH-SUB)
                   MOVE 0 TO WS-TL-TAXABLE(WS-TL-MATCH-SUB)
                   MOVE 0 TO WS-TL-TAX(WS-TL-MATCH-SUB)
                   MOVE 0 TO WS-TL-OTHER(WS-TL-MATCH-SUB)
                   MOVE 0 TO WS-TL-LIABILITY(WS-TL-MATCH-SUB)
                   MOVE 0 TO WS-TL-REMITTED-AFTER(WS-TL-MATCH-SUB)
               END-IF
           END-IF
           IF LINE-FOUND
               IF TXP-DATE-TRANS >= WS-REPORT-PERIOD-START
                  AND TXP-DATE-TRANS <= WS-REPORT-PERIOD-END
                   ADD 1 TO WS-POSTING-COUNT
                   IF TXP-TAXABLE-SALE
                       ADD TXP-TAXABLE-AMOUNT
                           TO WS-TL-TAXABLE(WS-TL-MATCH-SUB)
                       ADD TXP-TAX-AMOUNT
                           TO WS-TL-TAX(WS-TL-MATCH-SUB)
                   ELSE
                       ADD TXP-TAX-AMOUNT
                           TO WS-TL-OTHER(WS-TL-MATCH-SUB)
                       PERFORM 215-KEEP-DIRECT-POSTING
                           THRU 215-KEEP-DIRECT-POSTING-EXIT
                   END-IF
               END-IF
               IF TXP-DATE-TRANS <= WS-REPORT-PERIOD-END
                   ADD TXP-TAX-AMOUNT
                       TO WS-TL-LIABILITY(WS-TL-MATCH-SUB)
               END-IF
           END-IF.
       210-ADD-TAX-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Keeps one posting dated in the period, other than a taxed sale,
      *for 256-CHECK-REMIT-POSTED to match remittances against. A
      *period with more of them than WS-DIRECT-POSTING-TABLE's OCCURS
      *500 is reported; a remittance whose posting was not kept is
      *taken to be unposted.
      ******************************************************************
       215-KEEP-DIRECT-POSTING.
           IF WS-DIRECT-POSTING-COUNT >= 500
               DISPLAY "DIRECT POSTING TABLE FULL - POSTING "
                   TXP-JOURNAL-NUMBER " NOT KEPT"
           ELSE
               ADD 1 TO WS-DIRECT-POSTING-COUNT
               MOVE TXP-DEPARTMENT-CODE
                   TO WS-DP-DEPT-CODE(WS-DIRECT-POSTING-COUNT)
               MOVE TXP-TAX-ACC-ID
                   TO WS-DP-TAX-ACC-ID(WS-DIRECT-POSTING-COUNT)
               MOVE TXP-DATE-TRANS
                   TO WS-DP-DATE(WS-DIRECT-POSTING-COUNT)
               MOVE TXP-TAX-AMOUNT
                   TO WS-DP-AMOUNT(WS-DIRECT-POSTING-COUNT)
               MOVE "N" TO WS-DP-MATCHED(WS-DIRECT-POSTING-COUNT)
           END-IF.
       215-KEEP-DIRECT-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the report line for the department and tax account in
      *WS-SEARCH-DEPT and WS-SEARCH-ACC. Sets WS-LINE-FOUND-SWITCH
      *and, when found, WS-TL-MATCH-SUB to the matching line.
      ******************************************************************
       220-FIND-TAX-LINE.
           MOVE "N" TO WS-LINE-FOUND-SWITCH
           MOVE 0 TO WS-TL-MATCH-SUB
           PERFORM 225-MATCH-TAX-LINE THRU 225-MATCH-TAX-LINE-EXIT
               VARYING WS-TL-SUB FROM 1 BY 1
               UNTIL WS-TL-SUB > WS-TAX-LINE-COUNT OR LINE-FOUND.
       220-FIND-TAX-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single report line against the department and tax
      *account searched for.
      ******************************************************************
       225-MATCH-TAX-LINE.
           IF WS-TL-DEPT-CODE(WS-TL-SUB) = WS-SEARCH-DEPT
              AND WS-TL-TAX-ACC-ID(WS-TL-SUB) = WS-SEARCH-ACC
                 MOVE "Y" TO WS-LINE-FOUND-SWITCH
                 MOVE WS-TL-SUB TO WS-TL-MATCH-SUB
           END-IF.
       225-MATCH-TAX-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Reads one remittance log record and applies it.
      ******************************************************************
       250-READ-REMITTANCE.
           READ TAX-REMIT-FILE
                AT END
                   MOVE "T" TO WS-EOF-REMIT-SWITCH
                NOT AT END
                   PERFORM 255-APPLY-REMITTANCE
                       THRU 255-APPLY-REMITTANCE-EXIT
           END-READ.
       250-READ-REMITTANCE-EXIT.
           EXIT.
      ******************************************************************
      *Applies one remittance log record. One for the reporting
      *period means the period was remitted already. One for an
      *earlier period is a payment this period's liability does not
      *reflect yet, and comes off what its line owes, when it is
      *dated after this period's end, or when it is dated inside the
      *period but the ledger has not posted it. A remittance dated
      *inside the period that is in a posted batch, or that has a
      *matching tax posting on file - its batch may have aged out of
      *the ring - is already in the liability.
      ******************************************************************
       255-APPLY-REMITTANCE.
           IF TRM-PERIOD-ID = WS-REPORT-PERIOD-ID
               MOVE "Y" TO WS-REMITTED-SWITCH
           END-IF
           IF TRM-PERIOD-ID < WS-REPORT-PERIOD-ID
              AND TRM-DATE-TRANS > WS-REPORT-PERIOD-END
               PERFORM 258-TAKE-OFF-REMITTANCE
                   THRU 258-TAKE-OFF-REMITTANCE-EXIT
           END-IF
           IF TRM-PERIOD-ID < WS-REPORT-PERIOD-ID
              AND TRM-DATE-TRANS >= WS-REPORT-PERIOD-START
              AND TRM-DATE-TRANS <= WS-REPORT-PERIOD-END
               PERFORM 256-CHECK-REMIT-POSTED
                   THRU 256-CHECK-REMIT-POSTED-EXIT
               IF BATCH-NOT-SEEN AND POSTING-NOT-FOUND
                   PERFORM 258-TAKE-OFF-REMITTANCE
                       THRU 258-TAKE-OFF-REMITTANCE-EXIT
               END-IF
           END-IF.
       255-APPLY-REMITTANCE-EXIT.
           EXIT.
      ******************************************************************
      *Looks for signs the ledger has posted the remittance: its batch
      *in the posted ring, and a tax posting not yet matched for its
      *department and tax account, dated the day it was written for,
      *that takes its amount off the liability. A posting found is
      *marked matched.
      ******************************************************************
       256-CHECK-REMIT-POSTED.
           MOVE TRM-BATCH-ID TO WS-SEARCH-BATCH-ID
           PERFORM 110-SEARCH-POSTED-RING
               THRU 110-SEARCH-POSTED-RING-EXIT
           MOVE "N" TO WS-POSTING-FOUND-SWITCH
           PERFORM 257-MATCH-DIRECT-POSTING
               THRU 257-MATCH-DIRECT-POSTING-EXIT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > WS-DIRECT-POSTING-COUNT
                  OR POSTING-FOUND.
       256-CHECK-REMIT-POSTED-EXIT.
           EXIT.
      ******************************************************************
      *Tests one kept tax posting against the remittance.
      ******************************************************************
       257-MATCH-DIRECT-POSTING.
           IF WS-DP-MATCHED(WS-DP-SUB) = "N"
              AND WS-DP-DEPT-CODE(WS-DP-SUB) = TRM-DEPT-CODE
              AND WS-DP-TAX-ACC-ID(WS-DP-SUB) = TRM-TAX-ACC-ID
              AND WS-DP-DATE(WS-DP-SUB) = TRM-DATE-TRANS
              AND WS-DP-AMOUNT(WS-DP-SUB) = 0 - TRM-AMOUNT
                 MOVE "Y" TO WS-POSTING-FOUND-SWITCH
                 MOVE "Y" TO WS-DP-MATCHED(WS-DP-SUB)
           END-IF.
       257-MATCH-DIRECT-POSTING-EXIT.
           EXIT.
      ******************************************************************
      *Takes one remittance off what its department and tax account's
      *line owes.
      ******************************************************************
       258-TAKE-OFF-REMITTANCE.
           MOVE TRM-DEPT-CODE TO WS-SEARCH-DEPT
           MOVE TRM-TAX-ACC-ID TO WS-SEARCH-ACC
           PERFORM 220-FIND-TAX-LINE THRU 220-FIND-TAX-LINE-EXIT
           IF LINE-FOUND
               ADD TRM-AMOUNT TO WS-TL-REMITTED-AFTER(WS-TL-MATCH-SUB)
           END-IF.
       258-TAKE-OFF-REMITTANCE-EXIT.
           EXIT.
      ******************************************************************
      *Counts the report lines still owing at period end, so a period
      *with nothing due never touches TRANS-FILE.
      ******************************************************************
       260-COUNT-DUE.
           COMPUTE WS-DUE-AMOUNT = WS-TL-LIABILITY(WS-TL-SUB)
               - WS-TL-REMITTED-AFTER(WS-TL-SUB)
           IF WS-DUE-AMOUNT > 0
               ADD 1 TO WS-DUE-COUNT
           END-IF.
       260-COUNT-DUE-EXIT.
           EXIT.
      ******************************************************************
      *Decides whether this run may generate the remittances: not
      *when the period was remitted already, not when today is in no
      *open period to date them in, and not when the trans file on
      *disk has no batch header to add them under. Each refusal is
      *printed beside the amounts it left unpaid.
      ******************************************************************
       270-DECIDE-GENERATION.
           IF PERIOD-REMITTED
               MOVE "PERIOD ALREADY REMITTED - NOT GENERATED"
                   TO WS-NO-REMIT-REASON
           ELSE
               PERFORM 140-LOCATE-CURRENT-PERIOD
                   THRU 140-LOCATE-CURRENT-PERIOD-EXIT
               IF WS-CURRENT-PERIOD-ID = 0
                   MOVE "TODAY IN NO OPEN PERIOD - NOT GENERATED"
                       TO WS-NO-REMIT-REASON
               ELSE
                   PERFORM 105-DECIDE-TRANS-MODE
                       THRU 105-DECIDE-TRANS-MODE-EXIT
                   IF TRANS-HEADER-MISSING
                       MOVE "TRANS FILE UNHEADERED - NOT GENERATED"
                           TO WS-NO-REMIT-REASON
                   ELSE
                       MOVE "Y" TO WS-GENERATE-SWITCH
                   END-IF
               END-IF
           END-IF.
       270-DECIDE-GENERATION-EXIT.
           EXIT.
      ******************************************************************
      *Prints the report title, the period and its date range, and
      *the column headings.
      ******************************************************************
       300-PRINT-HEADING.
           MOVE "SALES TAX LIABILITY REPORT" TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-REPORT-PERIOD-ID TO WS-TP-PERIOD-ID
           MOVE WS-REPORT-PERIOD-START TO WS-TP-START
           MOVE WS-REPORT-PERIOD-END TO WS-TP-END
           MOVE WS-TX-PERIOD-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-TX-HEADING-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           IF WS-TAX-LINE-COUNT = 0
               MOVE "  NO SALES TAX POSTINGS ON FILE" TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       300-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Prints one department and tax account's line and adds it to
      *the report totals.
      ******************************************************************
       310-PRINT-TAX-LINE.
           MOVE WS-TL-DEPT-CODE(WS-TL-SUB) TO WS-TD-DEPT-CODE
           COMPUTE WS-DEPT-SUB = WS-TL-DEPT-CODE(WS-TL-SUB) + 1
           MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-TD-DEPT-NAME
           MOVE WS-TL-TAX-ACC-ID(WS-TL-SUB) TO WS-TD-TAX-ACC-ID
           MOVE WS-TL-TAXABLE(WS-TL-SUB) TO WS-TD-TAXABLE
           MOVE WS-TL-TAX(WS-TL-SUB) TO WS-TD-TAX
           MOVE WS-TL-OTHER(WS-TL-SUB) TO WS-TD-OTHER
           MOVE WS-TL-LIABILITY(WS-TL-SUB) TO WS-TD-LIABILITY
           MOVE WS-TX-DETAIL-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           ADD WS-TL-TAXABLE(WS-TL-SUB) TO WS-TOT-TAXABLE
           ADD WS-TL-TAX(WS-TL-SUB) TO WS-TOT-TAX
           ADD WS-TL-OTHER(WS-TL-SUB) TO WS-TOT-OTHER
           ADD WS-TL-LIABILITY(WS-TL-SUB) TO WS-TOT-LIABILITY.
       310-PRINT-TAX-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the report totals across every department.
      ******************************************************************
       320-PRINT-TOTALS.
           MOVE SPACES TO WS-TX-TOTAL-LINE
           MOVE "  REPORT TOTAL" TO WS-TT-LABEL
           MOVE WS-TOT-TAXABLE TO WS-TT-TAXABLE
           MOVE WS-TOT-TAX TO WS-TT-TAX
           MOVE WS-TOT-OTHER TO WS-TT-OTHER
           MOVE WS-TOT-LIABILITY TO WS-TT-LIABILITY
           MOVE WS-TX-TOTAL-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE.
       320-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Prints the remittance section: every line still owing at
      *period end, net of remittances already on their way, with what
      *became of it.
      ******************************************************************
       400-PRINT-REMITTANCES.
           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "REMITTANCE" TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-TX-REMIT-HEADING TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           IF WS-DUE-COUNT = 0
               MOVE "  NOTHING DUE FOR THE PERIOD" TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           ELSE
               PERFORM 410-REMIT-TAX-LINE THRU 410-REMIT-TAX-LINE-EXIT
                   VARYING WS-TL-SUB FROM 1 BY 1
                   UNTIL WS-TL-SUB > WS-TAX-LINE-COUNT
           END-IF.
       400-PRINT-REMITTANCES-EXIT.
           EXIT.
      ******************************************************************
      *Works one report line's remittance. A line owing nothing is
      *skipped. One owing tax is generated when this run may generate
      *and the department has an allowed rule for the tax account to
      *post it under - General_Ledger would only reject it otherwise.
      ******************************************************************
       410-REMIT-TAX-LINE.
           COMPUTE WS-DUE-AMOUNT = WS-TL-LIABILITY(WS-TL-SUB)
               - WS-TL-REMITTED-AFTER(WS-TL-SUB)
           IF WS-DUE-AMOUNT > 0
               MOVE WS-TL-DEPT-CODE(WS-TL-SUB) TO WS-TR-DEPT-CODE
               COMPUTE WS-DEPT-SUB = WS-TL-DEPT-CODE(WS-TL-SUB) + 1
               MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-TR-DEPT-NAME
               MOVE WS-TL-TAX-ACC-ID(WS-TL-SUB) TO WS-TR-TAX-ACC-ID
               MOVE WS-DUE-AMOUNT TO WS-TR-AMOUNT
               PERFORM 415-DISPOSE-REMITTANCE
                   THRU 415-DISPOSE-REMITTANCE-EXIT
               MOVE WS-TX-REMIT-LINE TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       410-REMIT-TAX-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Generates the remittance for the line owing tax, or says why it
      *was not generated.
      ******************************************************************
       415-DISPOSE-REMITTANCE.
           PERFORM 440-FIND-ACTIVITY-RULE
               THRU 440-FIND-ACTIVITY-RULE-EXIT
           IF NO-REMITTANCES
               MOVE WS-NO-REMIT-REASON TO WS-TR-DISPOSITION
               ADD 1 TO WS-NOT-REMITTED-COUNT
           ELSE IF RULE-NOT-FOUND
               MOVE "NO ACTIVITY RULE - NOT GENERATED"
                   TO WS-TR-DISPOSITION
               ADD 1 TO WS-NOT-REMITTED-COUNT
           ELSE IF WS-ACT-ALLOWED(WS-MATCH-SUB) = "N"
               MOVE "DEPT MAY NOT POST ACCOUNT - NOT GENERATED"
                   TO WS-TR-DISPOSITION
               ADD 1 TO WS-NOT-REMITTED-COUNT
           ELSE
               PERFORM 420-WRITE-REMITTANCE
                   THRU 420-WRITE-REMITTANCE-EXIT
               MOVE "REMITTANCE GENERATED" TO WS-TR-DISPOSITION
           END-IF.
       415-DISPOSE-REMITTANCE-EXIT.
           EXIT.
      ******************************************************************
      *Writes one remittance transaction and its remittance log
      *record. The amount is signed by the department's rule for the
      *tax account so it takes the liability down: a rule that adds
      *positive amounts to the balance gets a negative remittance, and
      *the other way round. General_Ledger posts it with a Cash leg,
      *so the payment leaves Cash under the same journal group.
      ******************************************************************
       420-WRITE-REMITTANCE.
           MOVE WS-TL-DEPT-CODE(WS-TL-SUB) TO TRANS-DEPT-CODE
           MOVE WS-TL-TAX-ACC-ID(WS-TL-SUB) TO TRANS-ACC
           IF WS-ACT-POST-SIGN(WS-MATCH-SUB) = "+"
               COMPUTE TRANS-AMT = 0 - WS-DUE-AMOUNT
           ELSE
               MOVE WS-DUE-AMOUNT TO TRANS-AMT
           END-IF
           MOVE WS-CURRENT-DATE TO TRANS-DATE
           MOVE 0 TO TRANS-REVERSAL-OF-JRNL
           MOVE SPACE TO TRANS-PPA-FLAG
           WRITE TRANS-INFO
           MOVE WS-REPORT-PERIOD-ID TO TRM-PERIOD-ID
           MOVE WS-TL-DEPT-CODE(WS-TL-SUB) TO TRM-DEPT-CODE
           MOVE WS-TL-TAX-ACC-ID(WS-TL-SUB) TO TRM-TAX-ACC-ID
           MOVE WS-DUE-AMOUNT TO TRM-AMOUNT
           MOVE WS-CURRENT-DATE TO TRM-DATE-TRANS
           MOVE WS-BATCH-ID TO TRM-BATCH-ID
           WRITE TAX-REMIT-INFO
           ADD 1 TO WS-REMIT-COUNT.
       420-WRITE-REMITTANCE-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the activity rule for the current line's department
      *and tax account. Sets WS-RULE-FOUND-SWITCH and, when found,
      *WS-MATCH-SUB to the matching table entry.
      ******************************************************************
       440-FIND-ACTIVITY-RULE.
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 445-SEARCH-RULE THRU 445-SEARCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RULE-FOUND.
       440-FIND-ACTIVITY-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single activity table entry against the current line's
      *department and tax account.
      ******************************************************************
       445-SEARCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) = WS-TL-DEPT-CODE(WS-TL-SUB)
              AND WS-ACT-ACC-ID(WS-ACT-SUB) =
                  WS-TL-TAX-ACC-ID(WS-TL-SUB)
                 MOVE "Y" TO WS-RULE-FOUND-SWITCH
                 MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       445-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the tie-out: for each tax account, the total of every
      *posting the sales tax posting file carries for it against the
      *balance the chart carries. They agree unless something reached
      *the tax account without going through General_Ledger, or the
      *account carried a balance before tax was split out.
      ******************************************************************
       500-PRINT-TIE-OUT.
           MOVE SPACES TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "TIE-OUT TO CHART" TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-TX-TIE-HEADING TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           PERFORM 510-PRINT-TAX-ACCOUNT
               THRU 510-PRINT-TAX-ACCOUNT-EXIT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 99.
       500-PRINT-TIE-OUT-EXIT.
           EXIT.
      ******************************************************************
      *Prints one tax account's tie-out line, flagged when the file
      *and the chart disagree or the chart has no such account.
      ******************************************************************
       510-PRINT-TAX-ACCOUNT.
           IF WS-ACCT-TAX-USED(WS-ACCT-SUB) = "Y"
               MOVE SPACES TO WS-TX-TIE-LINE
               MOVE WS-ACCT-SUB TO WS-TI-ACC-ID
               MOVE WS-ACCT-NAME(WS-ACCT-SUB) TO WS-TI-ACC-NAME
               MOVE WS-ACCT-POSTED-TOTAL(WS-ACCT-SUB) TO WS-TI-POSTED
               MOVE WS-ACCT-CHART-BALANCE(WS-ACCT-SUB) TO WS-TI-CHART
               COMPUTE WS-DIFFERENCE =
                   WS-ACCT-CHART-BALANCE(WS-ACCT-SUB)
                   - WS-ACCT-POSTED-TOTAL(WS-ACCT-SUB)
               MOVE WS-DIFFERENCE TO WS-TI-DIFFERENCE
               IF WS-ACCT-ON-CHART(WS-ACCT-SUB) = "N"
                   MOVE "NOT ON CHART" TO WS-TI-FLAG
               ELSE
                   IF WS-DIFFERENCE NOT = 0
                       MOVE "OUT OF TIE" TO WS-TI-FLAG
                   END-IF
               END-IF
               MOVE WS-TX-TIE-LINE TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       510-PRINT-TAX-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Sales_Tax_Report" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-POSTING-COUNT TO RL-READ-COUNT
           MOVE WS-REMIT-COUNT TO RL-POSTED-COUNT
           MOVE WS-NOT-REMITTED-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
