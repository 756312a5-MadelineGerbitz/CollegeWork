       IDENTIFICATION DIVISION.
       PROGRAM-ID. Asset_Depreciation.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project is the monthly fixed asset depreciation run.
      *Depreciation used to be worked out in a spreadsheet and keyed
      *as a standing entry that drifted out of date as assets were
      *bought and sold; this program works it out from the fixed
      *asset master instead. Each asset in service is charged one
      *month's depreciation - straight-line or declining balance, as
      *its master record says, never below its salvage value - and
      *the charges are gathered by department into one multi-leg
      *journal voucher per department: depreciation expense against
      *accumulated depreciation, netting to zero, for the next
      *General_Ledger run to post.
      *The run works one accounting period at a time off the
      *PERIOD-CAL-FILE calendar, the way Standing_Entries does: the
      *period is the open calendar period containing today, and the
      *vouchers are dated the period's last day. A generation log
      *keeps one record per period already run, and a second run in
      *the same period is refused before anything is written.
      *Every charge is appended to the depreciation history, which is
      *where an asset's accumulated depreciation and the months of
      *its life already charged come from. An asset on the disposal
      *log is no longer charged. A proof report lists every asset
      *with its charge, each department's voucher legs, and that the
      *vouchers net to zero.
      *TRANS-FILE is joined or started under the same batch-interlock
      *rules the intake program applies. The department/account
      *combinations the vouchers post to must carry activity rules
      *like any other posting; a department with no rule for the
      *depreciation accounts bounces its voucher into General_Ledger's
      *reject stream.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Fixed asset master carries every asset's cost, life, method,
      *and salvage value.
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
      *Depreciation history carries every month already charged to
      *every asset, and is extended with this run's charges.
      *OPTIONAL - before the first run ever nothing has been charged.
           SELECT OPTIONAL ASSET-DEPR-FILE
               ASSIGN TO UT-SYS-ASSET-DEPR-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Disposal log names the assets already disposed of, which are
      *not charged. OPTIONAL - before the first disposal there is no
      *log.
           SELECT OPTIONAL ASSET-DISPOSAL-FILE
               ASSIGN TO UT-SYS-ASSET-DISPOSAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Generation log carries one record per period already run, so
      *a second run in the same period cannot charge it twice.
      *OPTIONAL - before the first run ever there is no log.
           SELECT OPTIONAL ASSET-GEN-FILE
               ASSIGN TO UT-SYS-ASSET-GEN-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Accounting-period calendar file supplies the period this run
      *charges.
           SELECT PERIOD-CAL-FILE
               ASSIGN TO UT-SYS-PERCAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Trans file is extended with the depreciation vouchers so the
      *next General_Ledger run posts them like any other batch.
      *OPTIONAL so a run with no trans.dat on disk yet creates one
      *instead of failing the EXTEND.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Depreciation proof report showing every asset's charge, the
      *department vouchers, and that they net to zero.
           SELECT DEPR-REPORT-FILE
               ASSIGN TO UT-SYS-DEPR-REPORT-FILE
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

       FD ASSET-GEN-FILE
           RECORD CONTAINS 6.
       01 ASSET-GEN-INFO.
           05 AG-PERIOD-ID PIC 9(06).

       FD PERIOD-CAL-FILE
           RECORD CONTAINS 23.
           COPY PERCAL.

       FD TRANS-FILE
           RECORD CONTAINS 32.
           COPY TRANREC.

       FD DEPR-REPORT-FILE
           RECORD CONTAINS 80.
       01 DEPR-REPORT-LINE PIC X(80).

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
           05 UT-SYS-ASSET-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\assetmst.dat".
           05 UT-SYS-ASSET-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\assetparm.dat".
           05 UT-SYS-ASSET-DEPR-FILE PIC X(100)
              VALUE "C:\COBOL\assetdep.dat".
           05 UT-SYS-ASSET-DISPOSAL-FILE PIC X(100)
              VALUE "C:\COBOL\assetdsp.dat".
           05 UT-SYS-ASSET-GEN-FILE PIC X(100)
              VALUE "C:\COBOL\assetgen.dat".
           05 UT-SYS-PERCAL-FILE PIC X(100)
              VALUE "C:\COBOL\percal.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-DEPR-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\deprprf.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-ASSET-SWITCH PIC X(1).
            88 EOF-ASSET VALUE "T".
            88 NOT-EOF-ASSET VALUE "F".
           05 WS-EOF-DEPR-SWITCH PIC X(1).
            88 EOF-DEPR VALUE "T".
            88 NOT-EOF-DEPR VALUE "F".
           05 WS-EOF-DISPOSAL-SWITCH PIC X(1).
            88 EOF-DISPOSAL VALUE "T".
            88 NOT-EOF-DISPOSAL VALUE "F".
           05 WS-EOF-GEN-SWITCH PIC X(1).
            88 EOF-GEN VALUE "T".
            88 NOT-EOF-GEN VALUE "F".
           05 WS-EOF-PERCAL-SWITCH PIC X(1).
            88 EOF-PERCAL VALUE "T".
            88 NOT-EOF-PERCAL VALUE "F".
           05 WS-PERIOD-FOUND-SWITCH PIC X(1).
            88 PERIOD-FOUND VALUE "Y".
            88 PERIOD-NOT-FOUND VALUE "N".
           05 WS-PARM-FOUND-SWITCH PIC X(1) VALUE "N".
            88 PARM-FOUND VALUE "Y".
            88 PARM-NOT-FOUND VALUE "N".
      *On when the generation log already carries this period, so the
      *run is refused before anything is written.
           05 WS-GENERATED-SWITCH PIC X(1) VALUE "N".
            88 PERIOD-GENERATED VALUE "Y".
            88 PERIOD-NOT-GENERATED VALUE "N".
           05 WS-ASSET-VALID-SWITCH PIC X(1).
            88 ASSET-VALID VALUE "Y".
            88 ASSET-INVALID VALUE "N".
           05 WS-ASSET-FOUND-SWITCH PIC X(1).
            88 ASSET-FOUND VALUE "Y".
            88 ASSET-NOT-FOUND VALUE "N".
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
           05 WS-CURRENT-PERIOD-ID PIC 9(6) VALUE 0.
           05 WS-CURRENT-PERIOD-START PIC 9(8) VALUE 0.
           05 WS-CURRENT-PERIOD-END PIC 9(8) VALUE 0.
           05 WS-INVALID-COUNT PIC 9(8) VALUE 0.
           05 WS-CHARGED-COUNT PIC 9(8) VALUE 0.
           05 WS-VOUCHER-COUNT PIC 9(4) VALUE 0.
           05 WS-VOUCHER-NUMBER PIC 9(6) VALUE 0.
           05 WS-CHARGE PIC S9(8)V99 VALUE 0.
           05 WS-REMAINING-DEPR PIC S9(8)V99 VALUE 0.
           05 WS-RUN-NET PIC S9(9)V99 VALUE 0.
           05 WS-RUN-TOTAL PIC S9(9)V99 VALUE 0.
           05 WS-INVALID-REASON PIC X(40).
           05 WS-ASSET-NOTE PIC X(19).

      ******************************************************************
      *Fixed asset table, loaded once from the master. Beside each
      *asset's master fields sit what the history and disposal log
      *say has happened to it: depreciation accumulated so far, the
      *number of months charged, the latest period charged, and
      *whether it has been disposed of.
      ******************************************************************
       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
            10 WS-FA-ASSET-ID PIC 9(06).
            10 WS-FA-DEPT-CODE PIC 9(02).
            10 WS-FA-COST PIC S9(8)V99.
            10 WS-FA-IN-SERVICE-DATE PIC 9(08).
            10 WS-FA-USEFUL-LIFE PIC 9(03).
            10 WS-FA-METHOD PIC X(01).
            10 WS-FA-SALVAGE PIC S9(8)V99.
            10 WS-FA-ACCUMULATED PIC S9(8)V99.
            10 WS-FA-MONTHS-TAKEN PIC 9(04).
            10 WS-FA-LAST-PERIOD PIC 9(06).
            10 WS-FA-DISPOSED PIC X(01).
       01 WS-ASSET-COUNT PIC 9(04) VALUE 0.
       01 WS-FA-SUB PIC 9(04).
       01 WS-FA-MATCH-SUB PIC 9(04).
       01 WS-FA-SEARCH-ID PIC 9(06).

      ******************************************************************
      *Department depreciation totals, one slot per department code,
      *filled as the assets are charged and written out as one
      *voucher per department with anything in its slot.
      ******************************************************************
       01 WS-DEPT-TOTAL-TABLE.
           05 WS-DEPT-TOTAL-ENTRY OCCURS 99 TIMES.
            10 WS-DP-AMOUNT PIC S9(9)V99 VALUE 0.
            10 WS-DP-ASSETS PIC 9(04) VALUE 0.
       01 WS-DP-SUB PIC 9(04).

      ******************************************************************
      *Accounting-period calendar table, loaded once from
      *PERIOD-CAL-FILE, used to locate the open period containing
      *today.
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
      *Current date locates the open period this run charges.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).

      ******************************************************************
      *Layouts for the printed lines of the depreciation proof report.
      ******************************************************************
       01 WS-ASSET-HEADING PIC X(80) VALUE
           "ASSET  DP M MOS           COST     THIS MONTH    ACCUMULA"
         & "TED NOTE".
       01 WS-ASSET-LINE.
           05 WS-AL-ASSET-ID PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-METHOD PIC X(01).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-LIFE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-COST PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-CHARGE PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-ACCUMULATED PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-AL-NOTE PIC X(19).
       01 WS-VOUCHER-LINE.
           05 FILLER PIC X(8) VALUE "VOUCHER ".
           05 WS-VL-VOUCHER-NUMBER PIC 9(06).
           05 FILLER PIC X(6) VALUE " DEPT ".
           05 WS-VL-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VL-ASSETS PIC ZZZ9.
           05 FILLER PIC X(16) VALUE " ASSET(S)".
           05 FILLER PIC X(36) VALUE SPACES.
       01 WS-LEG-LINE.
           05 FILLER PIC X(10) VALUE "  LEG ACC ".
           05 WS-LL-ACC-ID PIC 9(02).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-AMOUNT PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LL-LABEL PIC X(24).
           05 FILLER PIC X(26) VALUE SPACES.
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
      *Step 1: Read the asset account parameters, load the period
      *         calendar, and locate the open period containing
      *         today - either missing aborts untouched
      *Step 2: Refuse the run if the generation log says this period
      *         has already been charged
      *Step 3: Load the asset master, then fold in the depreciation
      *         history and the disposal log
      *Step 4: Decide whether this run starts a fresh TRANS-FILE or
      *         appends to the unposted batch on disk
      *Step 5: Charge each asset its month, appending the history and
      *         printing the proof as it goes, then write one voucher
      *         per department charged
      *Step 6: Log the period, display the run counts and stop the
      *         program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 150-READ-ASSET-PARM THRU 150-READ-ASSET-PARM-EXIT
           IF PARM-NOT-FOUND
               DISPLAY "DEPRECIATION ABORTED - NO ASSET ACCOUNT "
                   "PARAMETER RECORD"
               DISPLAY "SET UP THE ASSET PARAMETER FILE, THEN RERUN - "
                   "NOTHING WAS CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 170-LOAD-PERIOD-CALENDAR
               THRU 170-LOAD-PERIOD-CALENDAR-EXIT
           PERFORM 140-LOCATE-CURRENT-PERIOD
               THRU 140-LOCATE-CURRENT-PERIOD-EXIT
           IF WS-CURRENT-PERIOD-ID = 0
               DISPLAY "DEPRECIATION ABORTED - TODAY IS IN NO OPEN "
                   "CALENDAR PERIOD"
               DISPLAY "EXTEND THE PERIOD CALENDAR, THEN RERUN - "
                   "NOTHING WAS CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 145-CHECK-GENERATION-LOG
               THRU 145-CHECK-GENERATION-LOG-EXIT
           IF PERIOD-GENERATED
               DISPLAY "DEPRECIATION ABORTED - PERIOD "
                   WS-CURRENT-PERIOD-ID " HAS ALREADY BEEN CHARGED"
               DISPLAY "A PERIOD IS DEPRECIATED ONCE - NOTHING WAS "
                   "CHANGED"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
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
           OPEN EXTEND ASSET-DEPR-FILE
           OPEN OUTPUT DEPR-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           PERFORM 300-CHARGE-ASSET THRU 300-CHARGE-ASSET-EXIT
               VARYING WS-FA-SUB FROM 1 BY 1
               UNTIL WS-FA-SUB > WS-ASSET-COUNT
           MOVE SPACES TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "DEPARTMENT VOUCHERS" TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           PERFORM 400-WRITE-DEPT-VOUCHER
               THRU 400-WRITE-DEPT-VOUCHER-EXIT
               VARYING WS-DP-SUB FROM 1 BY 1
               UNTIL WS-DP-SUB > 99
           PERFORM 500-PRINT-RUN-TOTALS THRU 500-PRINT-RUN-TOTALS-EXIT
           CLOSE TRANS-FILE
                 ASSET-DEPR-FILE
                 DEPR-REPORT-FILE
           PERFORM 280-LOG-GENERATION THRU 280-LOG-GENERATION-EXIT
           DISPLAY WS-CHARGED-COUNT " ASSET(S) CHARGED FOR PERIOD "
               WS-CURRENT-PERIOD-ID
           DISPLAY WS-VOUCHER-COUNT " DEPRECIATION VOUCHER(S) WRITTEN"
           DISPLAY WS-INVALID-COUNT " ASSET MASTER RECORD(S) IGNORED"
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
                       DISPLAY "POST OR REMOVE IT BEFORE RUNNING "
                           "DEPRECIATION"
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
      *Locates the open calendar period containing today. Zero left in
      *WS-CURRENT-PERIOD-ID means today is in no open period - either
      *the calendar ran out or today's period has already been closed -
      *and the run must not charge anything.
      ******************************************************************
       140-LOCATE-CURRENT-PERIOD.
           PERFORM 142-FIND-CALENDAR-PERIOD
               THRU 142-FIND-CALENDAR-PERIOD-EXIT
           IF PERIOD-FOUND
              AND WS-PER-STATUS(WS-PER-MATCH-SUB) = "O"
               MOVE WS-PER-ID(WS-PER-MATCH-SUB)
                   TO WS-CURRENT-PERIOD-ID
               MOVE WS-PER-START(WS-PER-MATCH-SUB)
                   TO WS-CURRENT-PERIOD-START
               MOVE WS-PER-END(WS-PER-MATCH-SUB)
                   TO WS-CURRENT-PERIOD-END
           END-IF.
       140-LOCATE-CURRENT-PERIOD-EXIT.
           EXIT.
      ******************************************************************
      *Searches the period table for the period whose date range
      *contains today. Sets WS-PERIOD-FOUND-SWITCH and, when found,
      *WS-PER-MATCH-SUB to the matching table entry.
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
      *Reads the generation log for this period's id, so a second run
      *in a period already charged is refused.
      ******************************************************************
       145-CHECK-GENERATION-LOG.
           OPEN INPUT ASSET-GEN-FILE
           MOVE "F" TO WS-EOF-GEN-SWITCH
           PERFORM 146-READ-GENERATION THRU 146-READ-GENERATION-EXIT
               UNTIL EOF-GEN
           CLOSE ASSET-GEN-FILE.
       145-CHECK-GENERATION-LOG-EXIT.
           EXIT.
      ******************************************************************
      *Reads one generation log record and tests it against this
      *period.
      ******************************************************************
       146-READ-GENERATION.
           READ ASSET-GEN-FILE
                AT END
                   MOVE "T" TO WS-EOF-GEN-SWITCH
                NOT AT END
                   IF AG-PERIOD-ID = WS-CURRENT-PERIOD-ID
                       MOVE "Y" TO WS-GENERATED-SWITCH
                   END-IF
           END-READ.
       146-READ-GENERATION-EXIT.
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
      *Loads the accounting-period calendar into working storage so
      *the current period can be located without rereading the file.
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
      *Prints the proof report's title, period, batch, and asset
      *column heading.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE "FIXED ASSET DEPRECIATION PROOF" TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DEPR-REPORT-LINE
           STRING "PERIOD " DELIMITED BY SIZE
               WS-CURRENT-PERIOD-ID DELIMITED BY SIZE
               "  BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               INTO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-ASSET-HEADING TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one asset master record and, once it passes its edits
      *and is not a second record for an asset already loaded, loads
      *it into the next table entry. A record that fails is reported
      *and left out of the run - it is never charged until it is
      *corrected. A master that has grown past WS-ASSET-TABLE's
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
           MOVE FA-USEFUL-LIFE TO WS-FA-USEFUL-LIFE(WS-ASSET-COUNT)
           MOVE FA-METHOD TO WS-FA-METHOD(WS-ASSET-COUNT)
           MOVE FA-SALVAGE-VALUE TO WS-FA-SALVAGE(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-ACCUMULATED(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-MONTHS-TAKEN(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-LAST-PERIOD(WS-ASSET-COUNT)
           MOVE "N" TO WS-FA-DISPOSED(WS-ASSET-COUNT).
       215-ADD-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Reads one depreciation history record and folds it into its
      *asset: the amount into the accumulated depreciation, one more
      *month charged, and the latest period charged. History for an
      *asset no longer loaded (an id corrected on the master, or a
      *record now failing its edits) has nothing to fold into.
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
                       ADD 1 TO WS-FA-MONTHS-TAKEN(WS-FA-MATCH-SUB)
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
      *Reads one disposal log record and marks its asset disposed, so
      *it is not charged again.
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
      *Appends this period's id to the generation log, so a second run
      *in the same period is refused.
      ******************************************************************
       280-LOG-GENERATION.
           OPEN EXTEND ASSET-GEN-FILE
           MOVE WS-CURRENT-PERIOD-ID TO AG-PERIOD-ID
           WRITE ASSET-GEN-INFO
           CLOSE ASSET-GEN-FILE.
       280-LOG-GENERATION-EXIT.
           EXIT.
      ******************************************************************
      *Charges one asset its month, or says why it is not charged: an
      *asset disposed of, not yet in service by the period's last day,
      *or already charged for this period or a later one is skipped;
      *one whose book value is down to salvage is fully depreciated.
      *A charge is appended to the depreciation history under this
      *run's batch id and added into its department's voucher total.
      *Every asset gets a proof line either way.
      ******************************************************************
       300-CHARGE-ASSET.
           MOVE 0 TO WS-CHARGE
           MOVE SPACES TO WS-ASSET-NOTE
           IF WS-FA-DISPOSED(WS-FA-SUB) = "Y"
               MOVE "DISPOSED" TO WS-ASSET-NOTE
           ELSE IF WS-FA-IN-SERVICE-DATE(WS-FA-SUB) >
                   WS-CURRENT-PERIOD-END
               MOVE "NOT YET IN SERVICE" TO WS-ASSET-NOTE
           ELSE IF WS-FA-LAST-PERIOD(WS-FA-SUB) >= WS-CURRENT-PERIOD-ID
               MOVE "ALREADY CHARGED" TO WS-ASSET-NOTE
           ELSE
               PERFORM 310-COMPUTE-CHARGE THRU 310-COMPUTE-CHARGE-EXIT
               IF WS-CHARGE = 0
                   MOVE "FULLY DEPRECIATED" TO WS-ASSET-NOTE
               END-IF
           END-IF.
           IF WS-CHARGE NOT = 0
               ADD WS-CHARGE TO WS-FA-ACCUMULATED(WS-FA-SUB)
               ADD 1 TO WS-FA-MONTHS-TAKEN(WS-FA-SUB)
               MOVE WS-CURRENT-PERIOD-ID TO WS-FA-LAST-PERIOD(WS-FA-SUB)
               PERFORM 320-WRITE-HISTORY THRU 320-WRITE-HISTORY-EXIT
               ADD WS-CHARGE
                   TO WS-DP-AMOUNT(WS-FA-DEPT-CODE(WS-FA-SUB))
               ADD 1 TO WS-DP-ASSETS(WS-FA-DEPT-CODE(WS-FA-SUB))
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE TO WS-RUN-TOTAL
           END-IF
           PERFORM 330-PRINT-ASSET-LINE THRU 330-PRINT-ASSET-LINE-EXIT.
       300-CHARGE-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Works out one asset's charge for the month. Straight-line
      *spreads cost less salvage evenly over the useful life; declining
      *balance takes twice the straight-line rate on the book value
      *still left. The charge never takes the book value below
      *salvage, and the last month of the life takes whatever is left
      *to depreciate, so rounding cannot leave a few cents on the
      *books. Zero means there is nothing left to depreciate.
      ******************************************************************
       310-COMPUTE-CHARGE.
           COMPUTE WS-REMAINING-DEPR = WS-FA-COST(WS-FA-SUB)
               - WS-FA-SALVAGE(WS-FA-SUB)
               - WS-FA-ACCUMULATED(WS-FA-SUB)
           IF WS-FA-METHOD(WS-FA-SUB) = "S"
               COMPUTE WS-CHARGE ROUNDED = (WS-FA-COST(WS-FA-SUB)
                   - WS-FA-SALVAGE(WS-FA-SUB))
                   / WS-FA-USEFUL-LIFE(WS-FA-SUB)
           ELSE
               COMPUTE WS-CHARGE ROUNDED = (WS-FA-COST(WS-FA-SUB)
                   - WS-FA-ACCUMULATED(WS-FA-SUB)) * 2
                   / WS-FA-USEFUL-LIFE(WS-FA-SUB)
           END-IF
           IF WS-REMAINING-DEPR NOT > 0
               MOVE 0 TO WS-CHARGE
           ELSE
               IF WS-FA-MONTHS-TAKEN(WS-FA-SUB) + 1 >=
                  WS-FA-USEFUL-LIFE(WS-FA-SUB)
                  OR WS-CHARGE > WS-REMAINING-DEPR
                   MOVE WS-REMAINING-DEPR TO WS-CHARGE
               END-IF
           END-IF.
       310-COMPUTE-CHARGE-EXIT.
           EXIT.
      ******************************************************************
      *Appends the month's charge to the depreciation history under
      *this period and this run's batch id.
      ******************************************************************
       320-WRITE-HISTORY.
           MOVE WS-FA-ASSET-ID(WS-FA-SUB) TO ADH-ASSET-ID
           MOVE WS-CURRENT-PERIOD-ID TO ADH-PERIOD-ID
           MOVE WS-FA-DEPT-CODE(WS-FA-SUB) TO ADH-DEPT-CODE
           MOVE WS-CHARGE TO ADH-AMOUNT
           MOVE WS-BATCH-ID TO ADH-BATCH-ID
           WRITE ASSET-DEPR-INFO.
       320-WRITE-HISTORY-EXIT.
           EXIT.
      ******************************************************************
      *Prints one asset's proof line: its cost, this month's charge,
      *and the accumulated depreciation after it, with the reason it
      *was not charged when it was not.
      ******************************************************************
       330-PRINT-ASSET-LINE.
           MOVE WS-FA-ASSET-ID(WS-FA-SUB) TO WS-AL-ASSET-ID
           MOVE WS-FA-DEPT-CODE(WS-FA-SUB) TO WS-AL-DEPT-CODE
           MOVE WS-FA-METHOD(WS-FA-SUB) TO WS-AL-METHOD
           MOVE WS-FA-USEFUL-LIFE(WS-FA-SUB) TO WS-AL-LIFE
           MOVE WS-FA-COST(WS-FA-SUB) TO WS-AL-COST
           MOVE WS-CHARGE TO WS-AL-CHARGE
           MOVE WS-FA-ACCUMULATED(WS-FA-SUB) TO WS-AL-ACCUMULATED
           MOVE WS-ASSET-NOTE TO WS-AL-NOTE
           MOVE WS-ASSET-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE.
       330-PRINT-ASSET-LINE-EXIT.
           EXIT.
      ******************************************************************
      *Writes one department's depreciation voucher when anything was
      *charged to it: the expense leg takes the department's total
      *on, the accumulated depreciation leg takes it off, so the
      *voucher nets to zero with no Cash leg. Both legs are dated
      *the period's last day. The proof lines print beside the
      *writes.
      ******************************************************************
       400-WRITE-DEPT-VOUCHER.
           IF WS-DP-AMOUNT(WS-DP-SUB) NOT = 0
               ADD 1 TO WS-VOUCHER-COUNT
               ADD 1 TO WS-VOUCHER-NUMBER
               MOVE SPACES TO TRANS-VOUCHER-HEADER
               MOVE "VH" TO TVH-RECORD-FLAG
               MOVE WS-VOUCHER-NUMBER TO TVH-VOUCHER-NUMBER
               MOVE 2 TO TVH-LEG-COUNT
               WRITE TRANS-VOUCHER-HEADER
               MOVE WS-VOUCHER-NUMBER TO WS-VL-VOUCHER-NUMBER
               MOVE WS-DP-SUB TO WS-VL-DEPT-CODE
               MOVE WS-DP-ASSETS(WS-DP-SUB) TO WS-VL-ASSETS
               MOVE WS-VOUCHER-LINE TO DEPR-REPORT-LINE
               WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
               MOVE FAP-EXPENSE-ACC TO TRANS-ACC
               MOVE WS-DP-AMOUNT(WS-DP-SUB) TO TRANS-AMT
               MOVE "DEPRECIATION EXPENSE" TO WS-LL-LABEL
               PERFORM 410-WRITE-VOUCHER-LEG
                   THRU 410-WRITE-VOUCHER-LEG-EXIT
               MOVE FAP-ACCUM-ACC TO TRANS-ACC
               COMPUTE TRANS-AMT = 0 - WS-DP-AMOUNT(WS-DP-SUB)
               MOVE "ACCUMULATED DEPRECIATION" TO WS-LL-LABEL
               PERFORM 410-WRITE-VOUCHER-LEG
                   THRU 410-WRITE-VOUCHER-LEG-EXIT
           END-IF.
       400-WRITE-DEPT-VOUCHER-EXIT.
           EXIT.
      ******************************************************************
      *Writes one voucher leg for the department being written, with
      *the account and amount already in TRANS-INFO, and prints it.
      ******************************************************************
       410-WRITE-VOUCHER-LEG.
           MOVE WS-DP-SUB TO TRANS-DEPT-CODE
           MOVE WS-CURRENT-PERIOD-END TO TRANS-DATE
           MOVE 0 TO TRANS-REVERSAL-OF-JRNL
           MOVE SPACE TO TRANS-PPA-FLAG
           WRITE TRANS-INFO
           ADD TRANS-AMT TO WS-RUN-NET
           MOVE TRANS-ACC TO WS-LL-ACC-ID
           MOVE TRANS-AMT TO WS-LL-AMOUNT
           MOVE WS-LEG-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE.
       410-WRITE-VOUCHER-LEG-EXIT.
           EXIT.
      ******************************************************************
      *Prints the run totals: the depreciation charged, the net of
      *every voucher leg written - zero by construction, so anything
      *else means the program itself is broken and the report says so
      *rather than hiding it - and the asset counts.
      ******************************************************************
       500-PRINT-RUN-TOTALS.
           MOVE SPACES TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "TOTAL DEPRECIATION CHARGED" TO WS-NL-LABEL
           MOVE WS-RUN-TOTAL TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "RUN NET (S/B ZERO)" TO WS-NL-LABEL
           MOVE WS-RUN-NET TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "ASSETS CHARGED" TO WS-CL-LABEL
           MOVE WS-CHARGED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "DEPARTMENT VOUCHERS WRITTEN" TO WS-CL-LABEL
           MOVE WS-VOUCHER-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "MASTER RECORDS IGNORED" TO WS-CL-LABEL
           MOVE WS-INVALID-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO DEPR-REPORT-LINE
           WRITE DEPR-REPORT-LINE BEFORE ADVANCING 1 LINE.
       500-PRINT-RUN-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Asset_Depreciation" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           COMPUTE RL-READ-COUNT = WS-ASSET-COUNT + WS-INVALID-COUNT
           MOVE WS-CHARGED-COUNT TO RL-POSTED-COUNT
           MOVE WS-INVALID-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
