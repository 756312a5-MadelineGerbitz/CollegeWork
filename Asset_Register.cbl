       IDENTIFICATION DIVISION.
       PROGRAM-ID. Asset_Register.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project is the fixed asset register report. It lists
      *every asset on the fixed asset master with its cost, the
      *depreciation accumulated against it from the depreciation
      *history, and its book value, and marks the assets the disposal
      *log says have been disposed of. The totals cover the assets
      *still in service; disposals are totalled apart with their
      *proceeds and gain or loss.
      *The register then ties out to the chart: the cost of the
      *assets in service against the chart balance of the asset cost
      *account, and their accumulated depreciation against the chart
      *balance of the accumulated depreciation account, which carries
      *it as a credit - a negative balance. The two agree once every
      *depreciation and disposal voucher has been posted and every
      *asset purchase posted to the cost account; a difference points
      *at a voucher still unposted or held for approval, or at a
      *purchase that never made it onto the master or the ledger.
      *The register only reads; nothing it touches is changed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Fixed asset master carries every asset's cost, life, method,
      *and in-service date.
           SELECT ASSET-MASTER-FILE
               ASSIGN TO UT-SYS-ASSET-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Asset parameter file names the cost and accumulated
      *depreciation accounts the tie-out checks. OPTIONAL so a site
      *that has not set it up gets a clear refusal instead of a file
      *error.
           SELECT OPTIONAL ASSET-PARM-FILE
               ASSIGN TO UT-SYS-ASSET-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Depreciation history supplies each asset's accumulated
      *depreciation. OPTIONAL - before the first depreciation run
      *nothing has been charged.
           SELECT OPTIONAL ASSET-DEPR-FILE
               ASSIGN TO UT-SYS-ASSET-DEPR-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Disposal log names the assets disposed of. OPTIONAL - nothing
      *may have been disposed of yet.
           SELECT OPTIONAL ASSET-DISPOSAL-FILE
               ASSIGN TO UT-SYS-ASSET-DISPOSAL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Chart file contains account IDs, Titles, and balances. Indexed
      *by account ID; read here in ascending key order like a plain
      *sequential file.
           SELECT CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-ACC-ID.
      *Register report lists every asset and the tie-out to the chart.
           SELECT REGISTER-REPORT-FILE
               ASSIGN TO UT-SYS-REGISTER-REPORT-FILE
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

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD REGISTER-REPORT-FILE
           RECORD CONTAINS 80.
       01 REGISTER-REPORT-LINE PIC X(80).

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
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-REGISTER-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\assetreg.dat".

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
           05 WS-EOF-CHART-SWITCH PIC X(1).
            88 EOF-CHART VALUE "T".
            88 NOT-EOF-CHART VALUE "F".
           05 WS-PARM-FOUND-SWITCH PIC X(1) VALUE "N".
            88 PARM-FOUND VALUE "Y".
            88 PARM-NOT-FOUND VALUE "N".
           05 WS-ASSET-VALID-SWITCH PIC X(1).
            88 ASSET-VALID VALUE "Y".
            88 ASSET-INVALID VALUE "N".
           05 WS-ASSET-FOUND-SWITCH PIC X(1).
            88 ASSET-FOUND VALUE "Y".
            88 ASSET-NOT-FOUND VALUE "N".

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-INVALID-COUNT PIC 9(8) VALUE 0.
           05 WS-LIVE-COUNT PIC 9(8) VALUE 0.
           05 WS-DISPOSED-COUNT PIC 9(8) VALUE 0.
           05 WS-BOOK-VALUE PIC S9(8)V99 VALUE 0.
           05 WS-LIVE-COST PIC S9(9)V99 VALUE 0.
           05 WS-LIVE-ACCUMULATED PIC S9(9)V99 VALUE 0.
           05 WS-LIVE-BOOK-VALUE PIC S9(9)V99 VALUE 0.
           05 WS-DISPOSED-COST PIC S9(9)V99 VALUE 0.
           05 WS-DISPOSED-PROCEEDS PIC S9(9)V99 VALUE 0.
           05 WS-DISPOSED-GAIN-LOSS PIC S9(9)V99 VALUE 0.
           05 WS-REGISTER-BALANCE PIC S9(9)V99 VALUE 0.
           05 WS-DIFFERENCE PIC S9(9)V99 VALUE 0.
           05 WS-TIE-ACC-ID PIC 9(02).
           05 WS-INVALID-REASON PIC X(40).

      ******************************************************************
      *Fixed asset table, loaded once from the master. Beside each
      *asset's master fields sit what the history and disposal log
      *say has happened to it: depreciation accumulated so far, and
      *the date it was disposed of (zero while it is in service).
      ******************************************************************
       01 WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 500 TIMES.
            10 WS-FA-ASSET-ID PIC 9(06).
            10 WS-FA-DESCRIPTION PIC X(24).
            10 WS-FA-DEPT-CODE PIC 9(02).
            10 WS-FA-COST PIC S9(8)V99.
            10 WS-FA-IN-SERVICE-DATE PIC 9(08).
            10 WS-FA-USEFUL-LIFE PIC 9(03).
            10 WS-FA-METHOD PIC X(01).
            10 WS-FA-ACCUMULATED PIC S9(8)V99.
            10 WS-FA-DISPOSAL-DATE PIC 9(08).
       01 WS-ASSET-COUNT PIC 9(04) VALUE 0.
       01 WS-FA-SUB PIC 9(04).
       01 WS-FA-MATCH-SUB PIC 9(04).
       01 WS-FA-SEARCH-ID PIC 9(06).

      ******************************************************************
      *Chart balance and name per account id, for the tie-out.
      ******************************************************************
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 99 TIMES.
            10 WS-ACCT-CHART-BALANCE PIC S9(9)V99 VALUE 0.
            10 WS-ACCT-ON-CHART PIC X(01) VALUE "N".
            10 WS-ACCT-NAME PIC X(16) VALUE SPACES.

      ******************************************************************
      *Current date heads the report.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).

      ******************************************************************
      *Layouts for the printed lines of the register: two lines per
      *asset - what it is, then what it is worth - followed by the
      *totals and the tie-out to the chart.
      ******************************************************************
       01 WS-REGISTER-HEADING-1 PIC X(80) VALUE
           "ASSET  DESCRIPTION              DP M LIFE IN SERVICE "
         & "STATUS".
       01 WS-REGISTER-HEADING-2 PIC X(80) VALUE
           "                 COST       ACCUMULATED        BOOK VALUE".
       01 WS-ASSET-LINE-1.
           05 WS-A1-ASSET-ID PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-A1-DESCRIPTION PIC X(24).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-A1-DEPT-CODE PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-A1-METHOD PIC X(01).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-A1-LIFE PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-A1-IN-SERVICE-DATE PIC 9(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-A1-STATUS PIC X(18).
           05 FILLER PIC X(9) VALUE SPACES.
       01 WS-ASSET-LINE-2.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS-A2-COST PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-A2-ACCUMULATED PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-A2-BOOK-VALUE PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-NET-LINE.
           05 WS-NL-LABEL PIC X(28).
           05 WS-NL-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(28).
           05 WS-CL-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-TIE-HEADING.
           05 FILLER PIC X(24) VALUE "  ACCOUNT".
           05 FILLER PIC X(14) VALUE "      REGISTER".
           05 FILLER PIC X(14) VALUE " CHART BALANCE".
           05 FILLER PIC X(14) VALUE "    DIFFERENCE".
           05 FILLER PIC X(14) VALUE SPACES.
       01 WS-TIE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-TI-ACC-ID PIC 9(02).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-ACC-NAME PIC X(16).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-TI-REGISTER PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-CHART PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-DIFFERENCE PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-TI-FLAG PIC X(13).

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
      *Step 1: Read the asset account parameters - missing aborts
      *Step 2: Load the chart balances for the tie-out
      *Step 3: Load the asset master, then fold in the depreciation
      *         history and the disposal log
      *Step 4: Print every asset, the totals, and the tie-out
      *Step 5: Display the run counts and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 150-READ-ASSET-PARM THRU 150-READ-ASSET-PARM-EXIT
           IF PARM-NOT-FOUND
               DISPLAY "REGISTER ABORTED - NO ASSET ACCOUNT "
                   "PARAMETER RECORD"
               DISPLAY "SET UP THE ASSET PARAMETER FILE, THEN RERUN"
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 155-LOAD-CHART THRU 155-LOAD-CHART-EXIT
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
           OPEN OUTPUT REGISTER-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           PERFORM 300-PRINT-ASSET THRU 300-PRINT-ASSET-EXIT
               VARYING WS-FA-SUB FROM 1 BY 1
               UNTIL WS-FA-SUB > WS-ASSET-COUNT
           PERFORM 400-PRINT-TOTALS THRU 400-PRINT-TOTALS-EXIT
           PERFORM 500-PRINT-TIE-OUT THRU 500-PRINT-TIE-OUT-EXIT
           CLOSE REGISTER-REPORT-FILE
           DISPLAY WS-LIVE-COUNT " ASSET(S) IN SERVICE, "
               WS-DISPOSED-COUNT " DISPOSED OF"
           IF WS-INVALID-COUNT > 0
               DISPLAY WS-INVALID-COUNT " MASTER RECORD(S) IGNORED"
           END-IF
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
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
      *Prints the register's title, run date, and column headings.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE "FIXED ASSET REGISTER" TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGISTER-REPORT-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-REGISTER-HEADING-1 TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-REGISTER-HEADING-2 TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one asset master record and, once it passes the same
      *edits the depreciation run applies, loads it into the next
      *table entry. A record that fails is left off the register and
      *reported. A master that has grown past WS-ASSET-TABLE's
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
      *Loads one edited asset into the next table entry, in service
      *and with nothing yet charged against it.
      ******************************************************************
       215-ADD-ASSET.
           ADD 1 TO WS-ASSET-COUNT
           MOVE FA-ASSET-ID TO WS-FA-ASSET-ID(WS-ASSET-COUNT)
           MOVE FA-DESCRIPTION TO WS-FA-DESCRIPTION(WS-ASSET-COUNT)
           MOVE FA-DEPT-CODE TO WS-FA-DEPT-CODE(WS-ASSET-COUNT)
           MOVE FA-COST TO WS-FA-COST(WS-ASSET-COUNT)
           MOVE FA-IN-SERVICE-DATE
               TO WS-FA-IN-SERVICE-DATE(WS-ASSET-COUNT)
           MOVE FA-USEFUL-LIFE TO WS-FA-USEFUL-LIFE(WS-ASSET-COUNT)
           MOVE FA-METHOD TO WS-FA-METHOD(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-ACCUMULATED(WS-ASSET-COUNT)
           MOVE 0 TO WS-FA-DISPOSAL-DATE(WS-ASSET-COUNT).
       215-ADD-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Reads one depreciation history record and adds its amount to
      *its asset's accumulated depreciation.
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
      *Reads one disposal log record, marks its asset disposed of on
      *the disposal date, and adds its proceeds and gain or loss to
      *the disposal totals.
      ******************************************************************
       240-FOLD-DISPOSAL.
           READ ASSET-DISPOSAL-FILE
                AT END
                   MOVE "T" TO WS-EOF-DISPOSAL-SWITCH
                NOT AT END
                   ADD 1 TO WS-DISPOSED-COUNT
                   ADD ADS-COST TO WS-DISPOSED-COST
                   ADD ADS-PROCEEDS TO WS-DISPOSED-PROCEEDS
                   ADD ADS-GAIN-LOSS TO WS-DISPOSED-GAIN-LOSS
                   MOVE ADS-ASSET-ID TO WS-FA-SEARCH-ID
                   PERFORM 230-FIND-ASSET THRU 230-FIND-ASSET-EXIT
                   IF ASSET-FOUND
                       MOVE ADS-DISPOSAL-DATE
                           TO WS-FA-DISPOSAL-DATE(WS-FA-MATCH-SUB)
                   END-IF
           END-READ.
       240-FOLD-DISPOSAL-EXIT.
           EXIT.
      ******************************************************************
      *Prints one asset's two register lines. An asset in service
      *adds its cost, accumulated depreciation, and book value to the
      *in-service totals; a disposed one is marked with its disposal
      *date and left out of them.
      ******************************************************************
       300-PRINT-ASSET.
           COMPUTE WS-BOOK-VALUE = WS-FA-COST(WS-FA-SUB)
               - WS-FA-ACCUMULATED(WS-FA-SUB)
           MOVE SPACES TO WS-ASSET-LINE-1
           MOVE WS-FA-ASSET-ID(WS-FA-SUB) TO WS-A1-ASSET-ID
           MOVE WS-FA-DESCRIPTION(WS-FA-SUB) TO WS-A1-DESCRIPTION
           MOVE WS-FA-DEPT-CODE(WS-FA-SUB) TO WS-A1-DEPT-CODE
           MOVE WS-FA-METHOD(WS-FA-SUB) TO WS-A1-METHOD
           MOVE WS-FA-USEFUL-LIFE(WS-FA-SUB) TO WS-A1-LIFE
           MOVE WS-FA-IN-SERVICE-DATE(WS-FA-SUB)
               TO WS-A1-IN-SERVICE-DATE
           IF WS-FA-DISPOSAL-DATE(WS-FA-SUB) = 0
               MOVE "IN SERVICE" TO WS-A1-STATUS
               ADD 1 TO WS-LIVE-COUNT
               ADD WS-FA-COST(WS-FA-SUB) TO WS-LIVE-COST
               ADD WS-FA-ACCUMULATED(WS-FA-SUB) TO WS-LIVE-ACCUMULATED
               ADD WS-BOOK-VALUE TO WS-LIVE-BOOK-VALUE
           ELSE
               STRING "DISPOSED " DELIMITED BY SIZE
                   WS-FA-DISPOSAL-DATE(WS-FA-SUB) DELIMITED BY SIZE
                   INTO WS-A1-STATUS
           END-IF
           MOVE WS-ASSET-LINE-1 TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-ASSET-LINE-2
           MOVE WS-FA-COST(WS-FA-SUB) TO WS-A2-COST
           MOVE WS-FA-ACCUMULATED(WS-FA-SUB) TO WS-A2-ACCUMULATED
           MOVE WS-BOOK-VALUE TO WS-A2-BOOK-VALUE
           MOVE WS-ASSET-LINE-2 TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE.
       300-PRINT-ASSET-EXIT.
           EXIT.
      ******************************************************************
      *Prints the in-service totals and the disposal totals.
      ******************************************************************
       400-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "ASSETS IN SERVICE" TO WS-CL-LABEL
           MOVE WS-LIVE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  COST" TO WS-NL-LABEL
           MOVE WS-LIVE-COST TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  ACCUMULATED DEPRECIATION" TO WS-NL-LABEL
           MOVE WS-LIVE-ACCUMULATED TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  BOOK VALUE" TO WS-NL-LABEL
           MOVE WS-LIVE-BOOK-VALUE TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "ASSETS DISPOSED OF" TO WS-CL-LABEL
           MOVE WS-DISPOSED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  COST" TO WS-NL-LABEL
           MOVE WS-DISPOSED-COST TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  PROCEEDS" TO WS-NL-LABEL
           MOVE WS-DISPOSED-PROCEEDS TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-NET-LINE
           MOVE "  NET GAIN (LOSS-)" TO WS-NL-LABEL
           MOVE WS-DISPOSED-GAIN-LOSS TO WS-NL-AMOUNT
           MOVE WS-NET-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE.
       400-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Prints the tie-out: the cost of the assets in service against
      *the cost account's chart balance, and their accumulated
      *depreciation - carried on the chart as a credit, so compared
      *as a negative - against the accumulated depreciation account's.
      ******************************************************************
       500-PRINT-TIE-OUT.
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "TIE-OUT TO CHART" TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-TIE-HEADING TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE FAP-COST-ACC TO WS-TIE-ACC-ID
           MOVE WS-LIVE-COST TO WS-REGISTER-BALANCE
           PERFORM 510-PRINT-TIE-ACCOUNT
               THRU 510-PRINT-TIE-ACCOUNT-EXIT
           MOVE FAP-ACCUM-ACC TO WS-TIE-ACC-ID
           COMPUTE WS-REGISTER-BALANCE = 0 - WS-LIVE-ACCUMULATED
           PERFORM 510-PRINT-TIE-ACCOUNT
               THRU 510-PRINT-TIE-ACCOUNT-EXIT.
       500-PRINT-TIE-OUT-EXIT.
           EXIT.
      ******************************************************************
      *Prints one account's tie-out line, flagged when the register
      *and the chart disagree or the chart has no such account.
      ******************************************************************
       510-PRINT-TIE-ACCOUNT.
           MOVE SPACES TO WS-TIE-LINE
           MOVE WS-TIE-ACC-ID TO WS-TI-ACC-ID
           MOVE WS-REGISTER-BALANCE TO WS-TI-REGISTER
           IF WS-TIE-ACC-ID = 0
               MOVE "NOT ON CHART" TO WS-TI-FLAG
           ELSE
               MOVE WS-ACCT-NAME(WS-TIE-ACC-ID) TO WS-TI-ACC-NAME
               MOVE WS-ACCT-CHART-BALANCE(WS-TIE-ACC-ID)
                   TO WS-TI-CHART
               COMPUTE WS-DIFFERENCE =
                   WS-ACCT-CHART-BALANCE(WS-TIE-ACC-ID)
                   - WS-REGISTER-BALANCE
               MOVE WS-DIFFERENCE TO WS-TI-DIFFERENCE
               IF WS-ACCT-ON-CHART(WS-TIE-ACC-ID) = "N"
                   MOVE "NOT ON CHART" TO WS-TI-FLAG
               ELSE
                   IF WS-DIFFERENCE NOT = 0
                       MOVE "OUT OF TIE" TO WS-TI-FLAG
                   END-IF
               END-IF
           END-IF
           MOVE WS-TIE-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE BEFORE ADVANCING 1 LINE.
       510-PRINT-TIE-ACCOUNT-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Asset_Register" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           COMPUTE RL-READ-COUNT = WS-ASSET-COUNT + WS-INVALID-COUNT
           MOVE WS-ASSET-COUNT TO RL-POSTED-COUNT
           MOVE WS-INVALID-COUNT TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
