       IDENTIFICATION DIVISION.
       PROGRAM-ID. Asset_Disposal.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project is the fixed asset disposal run. An asset sold,
      *scrapped, or written off is named on a disposal request with
      *the date it left service, the proceeds received (zero for a
      *scrapping), and the operator asking for it. For each request
      *the program takes the asset's accumulated depreciation from
      *the depreciation history, works out its book value - cost less
      *accumulated depreciation - and the gain or loss - proceeds less
      *book value - and writes one multi-leg journal voucher for the
      *asset's department, dated the disposal date: cost comes off
      *the asset cost account, the accumulated depreciation comes off
      *its account, the proceeds go to Cash, and the gain or loss
      *goes to the gain/loss account, so the voucher nets to zero.
      *The voucher rides behind a submitter reference naming the
      *requesting operator, under the same batch rules the clearing
      *programs use, for the next General_Ledger run to post.
      *Each disposal is appended to the disposal log, after which the
      *monthly depreciation run stops charging the asset and the
      *register leaves it out of its totals. A disposal is charged
      *no depreciation for its own month beyond what the monthly run
      *has already taken.
      *A request is refused, and reported, when it names no operator,
      *an asset not on the master or already disposed of, a disposal
      *date that is not in an open calendar period or comes before
      *the asset went into service or before a month it has already
      *been depreciated for, or proceeds that are not a positive
      *amount or zero. Every department/account combination the
      *voucher would post to - Cash included - must carry an allowed
      *activity rule, or the request is refused: General_Ledger would
      *otherwise reject the voucher after the disposal was logged and
      *the asset could never be offered again. Refusal leaves the
      *asset as it was, so a rerun of the same request file disposes
      *of nothing twice.
      *A disposal report lists every request with its figures or the
      *reason it was refused.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Disposal request file names the assets to dispose of: asset id,
      *disposal date, proceeds, and the requesting operator. OPTIONAL
      *so a run with nothing to dispose of ends quietly.
           SELECT OPTIONAL DISPOSAL-REQUEST-FILE
               ASSIGN TO UT-SYS-DISPOSAL-REQUEST-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Fixed asset master carries every asset's cost and department.
           SELECT ASSET-MASTER-FILE
               ASSIGN TO UT-SYS-ASSET-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Asset parameter file names the cost, accumulated depreciation,
      *depreciation expense, and gain/loss accounts. OPTIONAL so a
      *site that has not set it up gets a clear refusal instead of a
      *file error.
           SELECT OPTIONAL ASSET-PARM-FILE
               ASSIGN TO UT-SYS-ASSET-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Depreciation history supplies each asset's accumulated
      *depreciation. OPTIONAL - before the first depreciation run
      *nothing has been charged.
           SELECT OPTIONAL ASSET-DEPR-FILE
               ASSIGN TO UT-SYS-ASSET-DEPR-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Disposal log names the assets already disposed of, and is
      *extended with this run's disposals. OPTIONAL - the first
      *disposal ever creates it.
           SELECT OPTIONAL ASSET-DISPOSAL-FILE
               ASSIGN TO UT-SYS-ASSET-DISPOSAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Activity rules file says which accounts each department may
      *post, so a voucher General_Ledger would reject is refused here
      *before anything is written.
           SELECT ACTIVITY-RULES-FILE
               ASSIGN TO UT-SYS-RULES-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Accounting-period calendar file says whether a disposal date
      *falls in a period still open for posting.
           SELECT PERIOD-CAL-FILE
               ASSIGN TO UT-SYS-PERCAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Trans file is extended with the disposal vouchers so the next
      *General_Ledger run posts them. OPTIONAL so a run with no
      *trans.dat on disk yet creates one instead of failing the
      *EXTEND.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Disposal report lists every request with its figures or the
      *reason it was refused.
           SELECT DISPOSAL-REPORT-FILE
               ASSIGN TO UT-SYS-DISPOSAL-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file says which batch ids the ledger has posted, so
      *the vouchers join an unposted batch or start a fresh one
      *instead of landing in a file the ledger will refuse.
      *OPTIONAL - a site that has never run General_Ledger has no
      *control file and nothing posted.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. OPTIONAL -
      *the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DISPOSAL-REQUEST-FILE
           RECORD CONTAINS 33.
       01 DISPOSAL-REQUEST-INFO.
           05 DRQ-ASSET-ID PIC 9(06).
           05 DRQ-DISPOSAL-DATE PIC 9(08).
           05 DRQ-PROCEEDS PIC S9(8)V99 SIGN IS LEADING
           SEPARATE CHARACTER.
           05 DRQ-OPERATOR PIC X(08).

       FD ASSET-MASTER-FILE
           RECORD CONTAINS 66.
           COPY ASSETMST.

       FD ASSET-PARM-FILE
           RECORD CONTAINS 8.
           COPY ASSETPRM.

       FD ASSET-DEPR-FILE
           RECORD CONTAINS 39.
           COPY ASSETDEP.

       FD ASSET-DISPOSAL-FILE
           RECORD CONTAINS 90.
           COPY ASSETDSP.

       FD ACTIVITY-RULES-FILE
           RECORD CONTAINS 8.
           COPY ACTRULE.

       FD PERIOD-CAL-FILE
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD TRANS-FILE
           RECORD CONTAINS 32.
           COPY TRANREC.

       FD DISPOSAL-REPORT-FILE
           RECORD CONTAINS 80.
       01 DISPOSAL-REPORT-LINE PIC X(80).

      *See CTLREC for field meanings; read here only for the posted
      *batch ring.
       FD CONTROL-FILE
           RECORD CONTAINS 381.
           COPY CTLREC.

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
           05 UT-SYS-DISPOSAL-REQUEST-FILE PIC X(100)
              VALUE "C:\COBOL\assetdrq.dat".
           05 UT-SYS-ASSET-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\assetmst.dat".
           05 UT-SYS-ASSET-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\assetparm.dat".
           05 UT-SYS-ASSET-DEPR-FILE PIC X(100)
              VALUE "C:\COBOL\assetdep.dat".
           05 UT-SYS-ASSET-DISPOSAL-FILE PIC X(100)
              VALUE "C:\COBOL\assetdsp.dat".
           05 UT-SYS-RULES-FILE PIC X(100)
              VALUE "C:\COBOL\actrules.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-DISPOSAL-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\disprpt.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-REQUEST-SWITCH PIC X(1).
            88 EOF-REQUEST VALUE "T".
            88 NOT-EOF-REQUEST VALUE "F".
           05 WS-EOF-ASSET-SWITCH PIC X(1).
            88 EOF-ASSET VALUE "T".
            88 NOT-EOF-ASSET VALUE "F".
           05 WS-EOF-DEPR-SWITCH PIC X(1).
            88 EOF-DEPR VALUE "T".
            88 NOT-EOF-DEPR VALUE "F".
           05 WS-EOF-DISPOSAL-SWITCH PIC X(1).
            88 EOF-DISPOSAL VALUE "T".
            88 NOT-EOF-DISPOSAL VALUE "F".
           05 WS-EOF-PERCAL-SWITCH PIC X(1).
            88 EOF-PERCAL VALUE "T".
            88 NOT-EOF-PERCAL VALUE "F".
           05 WS-EOF-RULES-SWITCH PIC X(1).
            88 EOF-RULES VALUE "T".
            88 NOT-EOF-RULES VALUE "F".
           05 WS-PERIOD-FOUND-SWITCH PIC X(1).
            88 PERIOD-FOUND VALUE "Y".
            88 PERIOD-NOT-FOUND VALUE "N".
           05 WS-PARM-FOUND-SWITCH PIC X(1) VALUE "N".
            88 PARM-FOUND VALUE "Y".
            88 PARM-NOT-FOUND VALUE "N".
           05 WS-ASSET-VALID-SWITCH PIC X(1).
            88 ASSET-VALID VALUE "Y".
            88 ASSET-INVALID VALUE "N".
           05 WS-ASSET-FOUND-SWITCH PIC X(1).
            88 ASSET-FOUND VALUE "Y".
            88 ASSET-NOT-FOUND VALUE "N".
           05 WS-REQUEST-OK-SWITCH PIC X(1).
            88 REQUEST-OK VALUE "Y".
            88 REQUEST-REFUSED VALUE "N".
           05 WS-RULE-FOUND-SWITCH PIC X(1).
            88 RULE-FOUND VALUE "Y".
            88 RULE-NOT-FOUND VALUE "N".
      *Fresh means this run starts a new TRANS-FILE under a new batch
      *id; otherwise the vouchers join the unposted batch already on
      *disk.
           05 WS-TRANS-FRESH-SWITCH PIC X(1) VALUE "Y".
            88 TRANS-FRESH VALUE "Y".
            88 TRANS-APPEND VALUE "N".
           05 WS-BATCH-SEEN-SWITCH PIC X(1).
            88 BATCH-SEEN VALUE "Y".
            88 BATCH-NOT-SEEN VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-REQUEST-COUNT PIC 9(8) VALUE 0.
           05 WS-DISPOSED-COUNT PIC 9(8) VALUE 0.
           05 WS-REFUSED-COUNT PIC 9(8) VALUE 0.
           05 WS-INVALID-COUNT PIC 9(8) VALUE 0.
           05 WS-VOUCHER-NUMBER PIC 9(6) VALUE 0.
           05 WS-LEG-COUNT PIC 9(4) VALUE 0.
           05 WS-BOOK-VALUE PIC S9(8)V99 VALUE 0.
           05 WS-GAIN-LOSS PIC S9(8)V99 VALUE 0.
           05 WS-LEG-AMOUNT PIC S9(8)V99 VALUE 0.
           05 WS-TOTAL-COST PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-PROCEEDS PIC S9(9)V99 VALUE 0.
           05 WS-TOTAL-GAIN-LOSS PIC S9(9)V99 VALUE 0.
           05 WS-RUN-NET PIC S9(9)V99 VALUE 0.
           05 WS-DISPOSAL-PERIOD-ID PIC 9(06) VALUE 0.
           05 WS-INVALID-REASON PIC X(40).
           05 WS-REFUSE-REASON PIC X(40).

      ******************************************************************
      *Fixed asset table, loaded once from the master. Beside each
      *asset's master fields sit what the history and disposal log
      *say has happened to it: depreciation accumulated so far, the
      *latest period charged, and whether it has been disposed of -
      *set here too as each disposal is made, so a second request
      *for the same asset in one file is refused.
      ******************************************************************
       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
            10 WS-FA-ASSET-ID PIC 9(06).
            10 WS-FA-DEPT-CODE PIC 9(02).
            10 WS-FA-COST PIC S9(8)V99.
            10 WS-FA-IN-SERVICE-DATE PIC 9(08).
            10 WS-FA-ACCUMULATED PIC S9(8)V99.
            10 WS-FA-LAST-PERIOD PIC 9(06).
            10 WS-FA-DISPOSED PIC X(01).
       01 WS-ASSET-COUNT PIC 9(04) VALUE 0.
       01 WS-FA-SUB PIC 9(04).
       01 WS-FA-MATCH-SUB PIC 9(04).
       01 WS-FA-SEARCH-ID PIC 9(06).

      ******************************************************************
      *Accounting-period calendar table, loaded once from
      *PERIOD-CAL-FILE, used to find the period a disposal date falls
      *in.
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
      *each leg of a disposal voucher can be checked against its
      *department's rule for the account before the voucher is
      *written. WS-RULE-ACC-ID names the account being checked.
      ******************************************************************
       01 WS-ACTIVITY-TABLE.
           05 WS-ACTIVITY-ENTRY OCCURS 50 TIMES.
            10 WS-ACT-DEPT-CODE PIC 9(02).
            10 WS-ACT-ACC-ID PIC 9(02).
            10 WS-ACT-ALLOWED PIC X(01).
       01 WS-ACTIVITY-COUNT PIC 9(04) VALUE 0.
       01 WS-ACT-SUB PIC 9(04).
       01 WS-MATCH-SUB PIC 9(04).
       01 WS-RULE-ACC-ID PIC 9(02).

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
       01 WS-BATCH-STAMP.
           05 WS-BS-DATE-TIME PIC 9(14).
           05 FILLER PIC X(07).

      ******************************************************************
      *Current date stamps the processed date on every disposal made
      *this run.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(08).

      ******************************************************************
      *Layouts for the printed lines of the disposal report: a
      *disposal's figures, or a refused request with its reason.
      ******************************************************************
       01 WS-DISPOSAL-HEADING PIC X(80) VALUE
           "ASSET  DISPOSED           COST    ACCUMULATED       PROCEE"
         & "DS      GAIN/LOSS".
       01 WS-DISPOSAL-LINE.
           05 WS-DL-ASSET-ID PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-COST PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-ACCUMULATED PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-PROCEEDS PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-GAIN-LOSS PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-REFUSED-LINE.
           05 WS-RF-ASSET-ID PIC X(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RF-DATE PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REFUSED - ".
           05 WS-RF-REASON PIC X(40).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-RF-OPERATOR PIC X(08).
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-NET-LINE.
           05 WS-NL-LABEL PIC X(28).
           05 WS-NL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(28).
           05 WS-CL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(42) VALUE SPACES.

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
      *Step 1: Count the disposal requests - with none there is
      *         nothing to do and no file is touched
      *Step 2: Read the asset account parameters - missing aborts
      *         untouched - and load the period calendar and the
      *         activity rules
      *Step 3: Load the asset master, then fold in the depreciation
      *         history and the disposal log
      *Step 4: Decide whether this run starts a fresh TRANS-FILE or
      *         appends to the unposted batch on disk
      *Step 5: Work each request - a voucher and a disposal log record
      *         for each one accepted, a report line for every one
      *Step 6: Print the totals, display the run counts and stop the
      *         program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           OPEN INPUT DISPOSAL-REQUEST-FILE
           MOVE "F" TO WS-EOF-REQUEST-SWITCH
           PERFORM 160-COUNT-REQUEST THRU 160-COUNT-REQUEST-EXIT
               UNTIL EOF-REQUEST
           CLOSE DISPOSAL-REQUEST-FILE
           IF WS-REQUEST-COUNT = 0
               DISPLAY "NO DISPOSAL REQUESTS ON FILE - NOTHING TO DO"
               MOVE "C" TO WS-RL-STATUS
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 150-READ-ASSET-PARM THRU 150-READ-ASSET-PARM-EXIT
           IF PARM-NOT-FOUND
               DISPLAY "DISPOSAL ABORTED - NO ASSET ACCOUNT "
                   "PARAMETER RECORD"
               DISPLAY "SET UP THE ASSET PARAMETER FILE, THEN RERUN - "
                   "NOTHING WAS CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 170-LOAD-PERIOD-CALENDAR
               THRU 170-LOAD-PERIOD-CALENDAR-EXIT
           PERFORM 175-LOAD-ACTIVITY-RULES
               THRU 175-LOAD-ACTIVITY-RULES-EXIT
           OPEN INPUT ASSET-MASTER-FILE
           MOVE "F" TO WS-EOF-ASSET-SWITCH
           PERFORM 200-LOAD-ASSET THRU 200-LOAD-ASSET-EXIT
               UNTIL EOF-ASSET
           CLOSE ASSET-MASTER-FILE
           OPEN INPUT ASSET-DEPR-FILE
           MOVE "F" TO WS-EOF-DEPR-SWITCH
           PERFORM 220-FOLD-HISTORY THRU 220-FOLD-HISTORY-EXIT
               UNTIL EOF-DEPR
           CLOSE ASSET-DEPR-FILE
           OPEN INPUT ASSET-DISPOSAL-FILE
           MOVE "F" TO WS-EOF-DISPOSAL-SWITCH
           PERFORM 240-FOLD-DISPOSAL THRU 240-FOLD-DISPOSAL-EXIT
               UNTIL EOF-DISPOSAL
           CLOSE ASSET-DISPOSAL-FILE
           PERFORM 105-DECIDE-TRANS-MODE
               THRU 105-DECIDE-TRANS-MODE-EXIT
           IF TRANS-FRESH
               OPEN OUTPUT TRANS-FILE
               PERFORM 115-WRITE-BATCH-HEADER
                   THRU 115-WRITE-BATCH-HEADER-EXIT
           ELSE
               OPEN EXTEND TRANS-FILE
           END-IF
           OPEN INPUT DISPOSAL-REQUEST-FILE
                EXTEND ASSET-DISPOSAL-FILE
                OUTPUT DISPOSAL-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           MOVE "F" TO WS-EOF-REQUEST-SWITCH
           PERFORM 300-READ-REQUEST THRU 300-READ-REQUEST-EXIT
               UNTIL EOF-REQUEST
           PERFORM 500-PRINT-TOTALS THRU 500-PRINT-TOTALS-EXIT
           CLOSE DISPOSAL-REQUEST-FILE
                 ASSET-DISPOSAL-FILE
                 DISPOSAL-REPORT-FILE
                 TRANS-FILE
           DISPLAY WS-DISPOSED-COUNT " ASSET(S) DISPOSED OF, "
               WS-REFUSED-COUNT " REQUEST(S) REFUSED"
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Decides whether the vouchers start a fresh TRANS-FILE or join
      *the one on disk, by the same rules the intake program applies:
      *a batch the ledger has already posted is stale and is replaced
      *under a new batch id; an unposted one is appended to under its
      *own id; a file with no batch header stops the run for the
      *operator to resolve.
      ******************************************************************
       105-DECIDE-TRANS-MODE.
           PERFORM 106-READ-POSTED-RING
               THRU 106-READ-POSTED-RING-EXIT
           OPEN INPUT TRANS-FILE
           READ TRANS-FILE
                AT END
                   MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                NOT AT END
                   IF NOT TRANS-IS-BATCH-HEADER
                       DISPLAY "EXISTING TRANS FILE HAS NO BATCH "
                           "HEADER - RUN ABORTED"
                       DISPLAY "POST OR REMOVE IT BEFORE DISPOSING OF "
                           "ASSETS"
                       CLOSE TRANS-FILE
                       PERFORM 950-WRITE-RUN-LOG
                           THRU 950-WRITE-RUN-LOG-EXIT
                       STOP RUN
                   END-IF
                   PERFORM 110-SEARCH-POSTED-RING
                       THRU 110-SEARCH-POSTED-RING-EXIT
                   IF BATCH-SEEN
                       DISPLAY "PRIOR BATCH " TBH-BATCH-ID
                           " WAS ALREADY POSTED - STARTING A FRESH "
                           "TRANS FILE"
                       MOVE "Y" TO WS-TRANS-FRESH-SWITCH
                   ELSE
                       MOVE "N" TO WS-TRANS-FRESH-SWITCH
                       MOVE TBH-BATCH-ID TO WS-BATCH-ID
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
      *Searches the posted ring for the batch id of the trans file on
      *disk.
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
      *Tests one posted-ring entry against the batch id of the trans
      *file on disk.
      ******************************************************************
       112-MATCH-POSTED-BATCH.
           IF WS-POSTED-BATCH-ID(WS-PB-SUB) = TBH-BATCH-ID
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
      *Searches the period table for the period whose date range
      *contains the disposal date. Sets WS-PERIOD-FOUND-SWITCH and,
      *when found, WS-PER-MATCH-SUB to the matching table entry.
      ******************************************************************
       142-FIND-CALENDAR-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           MOVE 0 TO WS-PER-MATCH-SUB
           PERFORM 143-MATCH-PERIOD THRU 143-MATCH-PERIOD-EXIT
               VARYING WS-PER-SUB FROM 1 BY 1
               UNTIL WS-PER-SUB > WS-PERIOD-COUNT OR PERIOD-FOUND.
       142-FIND-CALENDAR-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single period table entry against the disposal date.
      ******************************************************************
       143-MATCH-PERIOD.
           IF DRQ-DISPOSAL-DATE >= WS-PER-START(WS-PER-SUB)
              AND DRQ-DISPOSAL-DATE <= WS-PER-END(WS-PER-SUB)
                 MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
                 MOVE WS-PER-SUB TO WS-PER-MATCH-SUB
           END-IF.
       143-MATCH-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Reads the asset account parameter record. No file, or an empty
      *one, leaves WS-PARM-FOUND-SWITCH off and the run is refused.
      ******************************************************************
       150-READ-ASSET-PARM.
           OPEN INPUT ASSET-PARM-FILE
           READ ASSET-PARM-FILE
                AT END
                   MOVE "N" TO WS-PARM-FOUND-SWITCH
                NOT AT END
                   MOVE "Y" TO WS-PARM-FOUND-SWITCH
           END-READ
           CLOSE ASSET-PARM-FILE.
       150-READ-ASSET-PARM-EXIT.
           EXIT.
      ******************************************************************
      *Counts one disposal request, so a run with none can end before
      *anything is opened for output.
      ******************************************************************
       160-COUNT-REQUEST.
           READ DISPOSAL-REQUEST-FILE
                AT END
                   MOVE "T" TO WS-EOF-REQUEST-SWITCH
                NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.
       160-COUNT-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Loads the accounting-period calendar into working storage so
      *each disposal date can be placed without rereading the file.
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
      *Loads the activity rules into working storage so each voucher
      *leg can be checked without rereading the rules file.
      ******************************************************************
       175-LOAD-ACTIVITY-RULES.
           OPEN INPUT ACTIVITY-RULES-FILE
           MOVE "F" TO WS-EOF-RULES-SWITCH
           PERFORM 185-LOAD-RULE THRU 185-LOAD-RULE-EXIT
               UNTIL EOF-RULES
           CLOSE ACTIVITY-RULES-FILE.
       175-LOAD-ACTIVITY-RULES-EXIT.
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
      *Reads one activity rule record into the next table entry. A
      *rules file that has grown past WS-ACTIVITY-TABLE's OCCURS 50 is
      *reported and the extra rows are skipped rather than overrunning
      *the table.
      ******************************************************************
       185-LOAD-RULE.
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
                   END-IF
           END-READ.
       185-LOAD-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Prints the disposal report's title, run date, batch, and column
      *heading.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE "FIXED ASSET DISPOSALS" TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               "  BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-DISPOSAL-HEADING TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one asset master record and, once it passes the same
      *edits the depreciation run applies, loads it into the next
      *table entry. A record that fails cannot be disposed of until it
      *is corrected. A master that has grown past WS-ASSET-TABLE's
      *OCCURS 500 is reported and the extra assets are skipped rather
      *than overrunning the table.
      ******************************************************************
       200-LOAD-ASSET.
           READ ASSET-MASTER-FILE
                AT END
                   MOVE "T" TO WS-EOF-ASSET-SWITCH
                NOT AT END
                   PERFORM 210-EDIT-ASSET THRU 210-EDIT-ASSET-EXIT
                   IF ASSET-INVALID
                       ADD 1 TO WS-INVALID-COUNT
                       DISPLAY "ASSET " FA-ASSET-ID " IGNORED - "
                           WS-INVALID-REASON
                   ELSE
                       IF WS-ASSET-COUNT >= 500
                           ADD 1 TO WS-INVALID-COUNT
                           DISPLAY "ASSET TABLE FULL - ASSET "
                               FA-ASSET-ID " IGNORED"
                       ELSE
                           PERFORM 215-ADD-ASSET
                               THRU 215-ADD-ASSET-EXIT
                       END-IF
                   END-IF
           END-READ.
       200-LOAD-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Edits one asset master record: a numeric nonzero asset id not
      *already loaded, a real department, a positive cost, a salvage
      *value between zero and the cost, an in-service date, a useful
      *life of at least one month, and a method of S (straight-line)
      *or D (declining balance).
      ******************************************************************
       210-EDIT-ASSET.
           MOVE "Y" TO WS-ASSET-VALID-SWITCH
           MOVE SPACES TO WS-INVALID-REASON
           IF FA-ASSET-ID IS NOT NUMERIC OR FA-ASSET-ID = 0
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "ASSET ID MISSING OR NOT NUMERIC"
                   TO WS-INVALID-REASON
           ELSE IF FA-DEPT-CODE IS NOT NUMERIC OR FA-DEPT-CODE = 0
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "DEPARTMENT MISSING OR NOT NUMERIC"
                   TO WS-INVALID-REASON
           ELSE IF FA-COST IS NOT NUMERIC OR FA-COST NOT > 0
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "COST MISSING OR NOT POSITIVE"
                   TO WS-INVALID-REASON
           ELSE IF FA-SALVAGE-VALUE IS NOT NUMERIC
              OR FA-SALVAGE-VALUE < 0
              OR FA-SALVAGE-VALUE > FA-COST
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "SALVAGE VALUE NOT BETWEEN ZERO AND COST"
                   TO WS-INVALID-REASON
           ELSE IF FA-IN-SERVICE-DATE IS NOT NUMERIC
              OR FA-IN-SERVICE-DATE = 0
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "IN-SERVICE DATE MISSING OR NOT NUMERIC"
                   TO WS-INVALID-REASON
           ELSE IF FA-USEFUL-LIFE IS NOT NUMERIC OR FA-USEFUL-LIFE = 0
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "USEFUL LIFE MISSING OR ZERO"
                   TO WS-INVALID-REASON
           ELSE IF NOT (FA-STRAIGHT-LINE OR FA-DECLINING-BALANCE)
               MOVE "N" TO WS-ASSET-VALID-SWITCH
               MOVE "METHOD NOT S OR D" TO WS-INVALID-REASON
           ELSE
               MOVE FA-ASSET-ID TO WS-FA-SEARCH-ID
               PERFORM 230-FIND-ASSET THRU 230-FIND-ASSET-EXIT
               IF ASSET-FOUND
                   MOVE "N" TO WS-ASSET-VALID-SWITCH
                   MOVE "ASSET ID ALREADY ON MASTER"
                       TO WS-INVALID-REASON
               END-IF
           END-IF.
       210-EDIT-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Loads one edited asset into the next table entry, with nothing
      *yet charged against it.
      ******************************************************************
       215-ADD-ASSET.
           ADD 1 TO WS-ASSET-COUNT
           MOVE FA-ASSET-ID TO WS-FA-ASSET-ID(WS-ASSET-COUNT)
           MOVE FA-DEPT-CODE TO WS-FA-DEPT-CODE(WS-ASSET-COUNT)
           MOVE FA-COST TO WS-FA-COST(WS-ASSET-COUNT)
           MOVE FA-IN-SERVICE-DATE
               TO WS-FA-IN-SERVICE-DATE(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-ACCUMULATED(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-LAST-PERIOD(WS-ASSET-COUNT)
           MOVE "N" TO WS-FA-DISPOSED(WS-ASSET-COUNT).
       215-ADD-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Reads one depreciation history record and folds it into its
      *asset: the amount into the accumulated depreciation and the
      *latest period charged.
      ******************************************************************
       220-FOLD-HISTORY.
           READ ASSET-DEPR-FILE
                AT END
                   MOVE "T" TO WS-EOF-DEPR-SWITCH
                NOT AT END
                   MOVE ADH-ASSET-ID TO WS-FA-SEARCH-ID
                   PERFORM 230-FIND-ASSET THRU 230-FIND-ASSET-EXIT
                   IF ASSET-FOUND
                       ADD ADH-AMOUNT
                           TO WS-FA-ACCUMULATED(WS-FA-MATCH-SUB)
                       IF ADH-PERIOD-ID >
                          WS-FA-LAST-PERIOD(WS-FA-MATCH-SUB)
                           MOVE ADH-PERIOD-ID
                               TO WS-FA-LAST-PERIOD(WS-FA-MATCH-SUB)
                       END-IF
                   END-IF
           END-READ.
       220-FOLD-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Searches the asset table for the id in WS-FA-SEARCH-ID. Sets
      *WS-ASSET-FOUND-SWITCH and, when found, WS-FA-MATCH-SUB to the
      *matching entry.
      ******************************************************************
       230-FIND-ASSET.
           MOVE "N" TO WS-ASSET-FOUND-SWITCH
           MOVE 0 TO WS-FA-MATCH-SUB
           PERFORM 232-MATCH-ASSET THRU 232-MATCH-ASSET-EXIT
               VARYING WS-FA-SUB FROM 1 BY 1
               UNTIL WS-FA-SUB > WS-ASSET-COUNT OR ASSET-FOUND.
       230-FIND-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single asset table entry against the search id.
      ******************************************************************
       232-MATCH-ASSET.
           IF WS-FA-ASSET-ID(WS-FA-SUB) = WS-FA-SEARCH-ID
               MOVE "Y" TO WS-ASSET-FOUND-SWITCH
               MOVE WS-FA-SUB TO WS-FA-MATCH-SUB
           END-IF.
       232-MATCH-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Reads one disposal log record and marks its asset disposed.
      ******************************************************************
       240-FOLD-DISPOSAL.
           READ ASSET-DISPOSAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-DISPOSAL-SWITCH
                NOT AT END
                   MOVE ADS-ASSET-ID TO WS-FA-SEARCH-ID
                   PERFORM 230-FIND-ASSET THRU 230-FIND-ASSET-EXIT
                   IF ASSET-FOUND
                       MOVE "Y" TO WS-FA-DISPOSED(WS-FA-MATCH-SUB)
                   END-IF
           END-READ.
       240-FOLD-DISPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *Reads one disposal request and works it: an accepted request is
      *disposed of, a refused one is reported with its reason.
      ******************************************************************
       300-READ-REQUEST.
           READ DISPOSAL-REQUEST-FILE
                AT END
                   MOVE "T" TO WS-EOF-REQUEST-SWITCH
                NOT AT END
                   PERFORM 310-EDIT-REQUEST THRU 310-EDIT-REQUEST-EXIT
                   IF REQUEST-OK
                       PERFORM 320-DISPOSE-ASSET
                           THRU 320-DISPOSE-ASSET-EXIT
                   ELSE
                       PERFORM 380-REPORT-REFUSAL
                           THRU 380-REPORT-REFUSAL-EXIT
                   END-IF
           END-READ.
       300-READ-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Edits one disposal request. It must name its operator and an
      *asset on the master not yet disposed of; its disposal date
      *must fall in an open calendar period - the voucher is dated
      *with it and General_Ledger would refuse a closed one - no
      *earlier than the asset's in-service date and no earlier than
      *the last period the asset has been depreciated for; its
      *proceeds must be zero or more; and the asset's department must
      *be allowed to post every account its voucher would carry.
      ******************************************************************
       310-EDIT-REQUEST.
           MOVE "Y" TO WS-REQUEST-OK-SWITCH
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE 0 TO WS-FA-MATCH-SUB
           IF DRQ-ASSET-ID IS NUMERIC
               MOVE DRQ-ASSET-ID TO WS-FA-SEARCH-ID
               PERFORM 230-FIND-ASSET THRU 230-FIND-ASSET-EXIT
           ELSE
               MOVE "N" TO WS-ASSET-FOUND-SWITCH
           END-IF
           IF DRQ-DISPOSAL-DATE IS NUMERIC
               PERFORM 142-FIND-CALENDAR-PERIOD
                   THRU 142-FIND-CALENDAR-PERIOD-EXIT
           ELSE
               MOVE "N" TO WS-PERIOD-FOUND-SWITCH
           END-IF
           IF DRQ-OPERATOR = SPACES
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "NO OPERATOR ID" TO WS-REFUSE-REASON
           ELSE IF ASSET-NOT-FOUND
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "ASSET NOT ON MASTER" TO WS-REFUSE-REASON
           ELSE IF WS-FA-DISPOSED(WS-FA-MATCH-SUB) = "Y"
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "ASSET ALREADY DISPOSED OF" TO WS-REFUSE-REASON
           ELSE IF PERIOD-NOT-FOUND
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "DISPOSAL DATE NOT ON PERIOD CALENDAR"
                   TO WS-REFUSE-REASON
           ELSE IF WS-PER-STATUS(WS-PER-MATCH-SUB) NOT = "O"
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "DISPOSAL DATE IN A CLOSED PERIOD"
                   TO WS-REFUSE-REASON
           ELSE IF DRQ-DISPOSAL-DATE <
                   WS-FA-IN-SERVICE-DATE(WS-FA-MATCH-SUB)
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "DISPOSAL DATE BEFORE IN-SERVICE DATE"
                   TO WS-REFUSE-REASON
           ELSE IF WS-FA-LAST-PERIOD(WS-FA-MATCH-SUB) >
                   WS-PER-ID(WS-PER-MATCH-SUB)
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "ASSET DEPRECIATED PAST THE DISPOSAL DATE"
                   TO WS-REFUSE-REASON
           ELSE IF DRQ-PROCEEDS IS NOT NUMERIC OR DRQ-PROCEEDS < 0
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               MOVE "PROCEEDS NOT NUMERIC OR NEGATIVE"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM 315-CHECK-VOUCHER-RULES
                   THRU 315-CHECK-VOUCHER-RULES-EXIT
           END-IF.
       310-EDIT-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Checks the asset department's activity rule for every account
      *the voucher will carry, leg for leg as 330-WRITE-DISPOSAL-
      *VOUCHER writes them: the cost account always, the accumulated
      *depreciation account when anything has been charged, Cash when
      *there are proceeds, and the gain/loss account when there is a
      *gain or loss. The first leg without an allowed rule refuses
      *the request.
      ******************************************************************
       315-CHECK-VOUCHER-RULES.
           COMPUTE WS-BOOK-VALUE = WS-FA-COST(WS-FA-MATCH-SUB)
               - WS-FA-ACCUMULATED(WS-FA-MATCH-SUB)
           COMPUTE WS-GAIN-LOSS = DRQ-PROCEEDS - WS-BOOK-VALUE
           MOVE FAP-COST-ACC TO WS-RULE-ACC-ID
           PERFORM 317-CHECK-LEG-RULE THRU 317-CHECK-LEG-RULE-EXIT
           IF WS-FA-ACCUMULATED(WS-FA-MATCH-SUB) NOT = 0
               MOVE FAP-ACCUM-ACC TO WS-RULE-ACC-ID
               PERFORM 317-CHECK-LEG-RULE
                   THRU 317-CHECK-LEG-RULE-EXIT
           END-IF
           IF DRQ-PROCEEDS NOT = 0
               MOVE 1 TO WS-RULE-ACC-ID
               PERFORM 317-CHECK-LEG-RULE
                   THRU 317-CHECK-LEG-RULE-EXIT
           END-IF
           IF WS-GAIN-LOSS NOT = 0
               MOVE FAP-GAIN-LOSS-ACC TO WS-RULE-ACC-ID
               PERFORM 317-CHECK-LEG-RULE
                   THRU 317-CHECK-LEG-RULE-EXIT
           END-IF.
       315-CHECK-VOUCHER-RULES-EXIT.
           EXIT.
      ******************************************************************
      *Checks one voucher leg's account, in WS-RULE-ACC-ID, against
      *the asset department's activity rule. A request already
      *refused keeps the reason it has.
      ******************************************************************
       317-CHECK-LEG-RULE.
           IF REQUEST-OK
               PERFORM 350-FIND-ACTIVITY-RULE
                   THRU 350-FIND-ACTIVITY-RULE-EXIT
           END-IF
           IF REQUEST-REFUSED
               CONTINUE
           ELSE IF RULE-NOT-FOUND
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               STRING "NO ACTIVITY RULE FOR ACCOUNT " DELIMITED BY SIZE
                   WS-RULE-ACC-ID DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
           ELSE IF WS-ACT-ALLOWED(WS-MATCH-SUB) NOT = "Y"
               MOVE "N" TO WS-REQUEST-OK-SWITCH
               STRING "DEPT MAY NOT POST ACCOUNT " DELIMITED BY SIZE
                   WS-RULE-ACC-ID DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
           END-IF.
       317-CHECK-LEG-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Disposes of one asset: works out its book value and gain or
      *loss, writes its voucher, logs the disposal, marks it disposed
      *so a second request for it in the same file is refused, and
      *prints its report line.
      ******************************************************************
       320-DISPOSE-ASSET.
           COMPUTE WS-BOOK-VALUE = WS-FA-COST(WS-FA-MATCH-SUB)
               - WS-FA-ACCUMULATED(WS-FA-MATCH-SUB)
           COMPUTE WS-GAIN-LOSS = DRQ-PROCEEDS - WS-BOOK-VALUE
           PERFORM 330-WRITE-DISPOSAL-VOUCHER
               THRU 330-WRITE-DISPOSAL-VOUCHER-EXIT
           PERFORM 340-LOG-DISPOSAL THRU 340-LOG-DISPOSAL-EXIT
           MOVE "Y" TO WS-FA-DISPOSED(WS-FA-MATCH-SUB)
           ADD 1 TO WS-DISPOSED-COUNT
           ADD WS-FA-COST(WS-FA-MATCH-SUB) TO WS-TOTAL-COST
           ADD DRQ-PROCEEDS TO WS-TOTAL-PROCEEDS
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           MOVE SPACES TO WS-DISPOSAL-LINE
           MOVE DRQ-ASSET-ID TO WS-DL-ASSET-ID
           MOVE DRQ-DISPOSAL-DATE TO WS-DL-DATE
           MOVE WS-FA-COST(WS-FA-MATCH-SUB) TO WS-DL-COST
           MOVE WS-FA-ACCUMULATED(WS-FA-MATCH-SUB)
               TO WS-DL-ACCUMULATED
           MOVE DRQ-PROCEEDS TO WS-DL-PROCEEDS
           MOVE WS-GAIN-LOSS TO WS-DL-GAIN-LOSS
           MOVE WS-DISPOSAL-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       320-DISPOSE-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Writes the disposal voucher behind a submitter reference naming
      *the requesting operator. The cost leg takes the asset's cost
      *off the cost account; the accumulated depreciation leg puts
      *back what the monthly runs took; the Cash leg takes in the
      *proceeds; the gain/loss leg carries the book value less the
      *proceeds - positive for a loss, negative for a gain - so the
      *legs net to zero. A leg with nothing to carry is left out, so
      *a scrapped asset has no Cash leg and an asset sold at exactly
      *book value no gain/loss leg.
      ******************************************************************
       330-WRITE-DISPOSAL-VOUCHER.
           MOVE 1 TO WS-LEG-COUNT
           IF WS-FA-ACCUMULATED(WS-FA-MATCH-SUB) NOT = 0
               ADD 1 TO WS-LEG-COUNT
           END-IF
           IF DRQ-PROCEEDS NOT = 0
               ADD 1 TO WS-LEG-COUNT
           END-IF
           IF WS-GAIN-LOSS NOT = 0
               ADD 1 TO WS-LEG-COUNT
           END-IF
           ADD 1 TO WS-VOUCHER-NUMBER
           MOVE SPACES TO TRANS-SUBMITTER-REF
           MOVE "SB" TO TSB-RECORD-FLAG
           MOVE DRQ-OPERATOR TO TSB-OPERATOR
           WRITE TRANS-SUBMITTER-REF
           MOVE SPACES TO TRANS-VOUCHER-HEADER
           MOVE "VH" TO TVH-RECORD-FLAG
           MOVE WS-VOUCHER-NUMBER TO TVH-VOUCHER-NUMBER
           MOVE WS-LEG-COUNT TO TVH-LEG-COUNT
           WRITE TRANS-VOUCHER-HEADER
           MOVE FAP-COST-ACC TO TRANS-ACC
           COMPUTE WS-LEG-AMOUNT = 0 - WS-FA-COST(WS-FA-MATCH-SUB)
           PERFORM 335-WRITE-DISPOSAL-LEG
               THRU 335-WRITE-DISPOSAL-LEG-EXIT
           IF WS-FA-ACCUMULATED(WS-FA-MATCH-SUB) NOT = 0
               MOVE FAP-ACCUM-ACC TO TRANS-ACC
               MOVE WS-FA-ACCUMULATED(WS-FA-MATCH-SUB)
                   TO WS-LEG-AMOUNT
               PERFORM 335-WRITE-DISPOSAL-LEG
                   THRU 335-WRITE-DISPOSAL-LEG-EXIT
           END-IF
      *Account 1 is Cash, as General_Ledger's own Cash legs name it.
           IF DRQ-PROCEEDS NOT = 0
               MOVE 1 TO TRANS-ACC
               MOVE DRQ-PROCEEDS TO WS-LEG-AMOUNT
               PERFORM 335-WRITE-DISPOSAL-LEG
                   THRU 335-WRITE-DISPOSAL-LEG-EXIT
           END-IF
           IF WS-GAIN-LOSS NOT = 0
               MOVE FAP-GAIN-LOSS-ACC TO TRANS-ACC
               COMPUTE WS-LEG-AMOUNT = 0 - WS-GAIN-LOSS
               PERFORM 335-WRITE-DISPOSAL-LEG
                   THRU 335-WRITE-DISPOSAL-LEG-EXIT
           END-IF.
       330-WRITE-DISPOSAL-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
      *Writes one disposal voucher leg to the account already in
      *TRANS-ACC for WS-LEG-AMOUNT, under the asset's department and
      *dated the disposal date.
      ******************************************************************
       335-WRITE-DISPOSAL-LEG.
           MOVE WS-FA-DEPT-CODE(WS-FA-MATCH-SUB) TO TRANS-DEPT-CODE
           MOVE WS-LEG-AMOUNT TO TRANS-AMT
           MOVE DRQ-DISPOSAL-DATE TO TRANS-DATE
           MOVE 0 TO TRANS-REVERSAL-OF-JRNL
           MOVE SPACE TO TRANS-PPA-FLAG
           WRITE TRANS-INFO
           ADD WS-LEG-AMOUNT TO WS-RUN-NET.
       335-WRITE-DISPOSAL-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Appends the disposal to the disposal log with everything taken
      *off the books, who asked for it, and the batch it went into.
      ******************************************************************
       340-LOG-DISPOSAL.
           MOVE DRQ-ASSET-ID TO ADS-ASSET-ID
           MOVE WS-FA-DEPT-CODE(WS-FA-MATCH-SUB) TO ADS-DEPT-CODE
           MOVE DRQ-DISPOSAL-DATE TO ADS-DISPOSAL-DATE
           MOVE WS-FA-COST(WS-FA-MATCH-SUB) TO ADS-COST
           MOVE WS-FA-ACCUMULATED(WS-FA-MATCH-SUB) TO ADS-ACCUMULATED
           MOVE DRQ-PROCEEDS TO ADS-PROCEEDS
           MOVE WS-GAIN-LOSS TO ADS-GAIN-LOSS
           MOVE DRQ-OPERATOR TO ADS-OPERATOR
           MOVE WS-CURRENT-DATE-N TO ADS-PROCESSED-DATE
           MOVE WS-BATCH-ID TO ADS-BATCH-ID
           WRITE ASSET-DISPOSAL-INFO.
       340-LOG-DISPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *Looks up the activity rule for the asset's department and the
      *account in WS-RULE-ACC-ID. Sets WS-RULE-FOUND-SWITCH and, when
      *found, WS-MATCH-SUB to the matching table entry.
      ******************************************************************
       350-FIND-ACTIVITY-RULE.
           MOVE "N" TO WS-RULE-FOUND-SWITCH
           MOVE 0 TO WS-MATCH-SUB
           PERFORM 355-SEARCH-RULE THRU 355-SEARCH-RULE-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVITY-COUNT OR RULE-FOUND.
       350-FIND-ACTIVITY-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single activity table entry against the asset's
      *department and the account being checked.
      ******************************************************************
       355-SEARCH-RULE.
           IF WS-ACT-DEPT-CODE(WS-ACT-SUB) =
              WS-FA-DEPT-CODE(WS-FA-MATCH-SUB)
              AND WS-ACT-ACC-ID(WS-ACT-SUB) = WS-RULE-ACC-ID
                 MOVE "Y" TO WS-RULE-FOUND-SWITCH
                 MOVE WS-ACT-SUB TO WS-MATCH-SUB
           END-IF.
       355-SEARCH-RULE-EXIT.
           EXIT.
      ******************************************************************
      *Prints a refused request with its reason and operator.
      ******************************************************************
       380-REPORT-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "DISPOSAL OF ASSET " DRQ-ASSET-ID " REFUSED - "
               WS-REFUSE-REASON
           MOVE SPACES TO WS-REFUSED-LINE
           MOVE DRQ-ASSET-ID TO WS-RF-ASSET-ID
           MOVE DRQ-DISPOSAL-DATE TO WS-RF-DATE
           MOVE WS-REFUSE-REASON TO WS-RF-REASON
           MOVE DRQ-OPERATOR TO WS-RF-OPERATOR
           MOVE WS-REFUSED-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       380-REPORT-REFUSAL-EXIT.
           EXIT.
      ******************************************************************
      *Prints the run totals: the cost taken off the books, the
      *proceeds, the net gain or loss, the net of every voucher leg
      *written - zero by construction, so anything else means the
      *program itself is broken and the report says so rather than
      *hiding it - and the request counts.
      ******************************************************************
       500-PRINT-TOTALS.
           MOVE SPACES TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "TOTAL COST DISPOSED OF" TO WS-NL-LABEL
           MOVE WS-TOTAL-COST TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "TOTAL PROCEEDS" TO WS-NL-LABEL
           MOVE WS-TOTAL-PROCEEDS TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "NET GAIN (LOSS-)" TO WS-NL-LABEL
           MOVE WS-TOTAL-GAIN-LOSS TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "RUN NET (S/B ZERO)" TO WS-NL-LABEL
           MOVE WS-RUN-NET TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "ASSETS DISPOSED OF" TO WS-CL-LABEL
           MOVE WS-DISPOSED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "REQUESTS REFUSED" TO WS-CL-LABEL
           MOVE WS-REFUSED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO DISPOSAL-REPORT-LINE
           WRITE DISPOSAL-REPORT-LINE BEFORE ADVANCING 1 LINE.
       500-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Asset_Disposal" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-REQUEST-COUNT TO RL-READ-COUNT
           MOVE WS-DISPOSED-COUNT TO RL-POSTED-COUNT
           MOVE WS-REFUSED-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
