      *sequence stops the run for the operator to resolve - it
      *belongs to a different version of the day-end and resuming
      *into it could skip a step.
      *Restart only helps a step that failed. A step that finishes
      *"cleanly" on bad input - the wrong department feed, a bad
      *activity rules file - has already written its damage into the
      *chart, the journal, the control file, and the reject and
      *suspense logs. So before the first step of every fresh
      *day-end the driver takes a numbered generation: a copy of
      *every file the stream updates, saved together as one set. The
      *last N generations are kept (N from the day-end parameter
      *file, five when it is absent); each new one overwrites the
      *oldest. A resumed day-end takes none - the files on disk are
      *part-way through the stream, and the generation taken when
      *this day-end started is the one that matters.
      *A day-end request file asks for one of two things instead of
      *a day-end run: an inventory, which prints every generation on
      *hand with what it holds and whether it can be restored; or a
      *rollback, which puts a chosen generation back as a set,
      *empties the step-status file so the next run starts a fresh
      *day-end, and logs a rollback record to the central run log.
      *A rollback is refused when a Period_Close, Journal_Archive, or
      *Period_Reopen run has finished since the generation was taken
      *- putting the files back would silently undo the close or the
      *archive cut - and for a generation that was cut short while
      *being taken. The request is used up either way, so a
      *leftover request can never roll the books back twice.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO UT-SYS-STEP-STATUS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file supplies CTL-RUN-STATUS, checked before any
      *reporting step, and is one of the files a generation saves.
      *OPTIONAL - a site that has never run General_Ledger has no
      *control file and nothing half-posted.
           SELECT OPTIONAL CONTROL-FILE
               ASSIGN TO UT-SYS-CONTROL-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Central run log this program appends one record to at end of
      *run, so an abend investigation starts from facts. Also read
      *for the closes and archive cuts a rollback must not undo.
      *OPTIONAL - the first run ever creates it.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO UT-SYS-RUN-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Day-end parameter file says how many generations to keep.
      *OPTIONAL - absent, five are kept.
           SELECT OPTIONAL DAYEND-PARM-FILE
               ASSIGN TO UT-SYS-DAYEND-PARM-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Day-end request file asks for an inventory or a rollback
      *instead of a day-end run. OPTIONAL - absent or empty, the
      *day-end runs as always.
           SELECT OPTIONAL DAYEND-REQUEST-FILE
               ASSIGN TO UT-SYS-DAYEND-REQUEST-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Generation file holds one saved set of the stream's files. Its
      *name carries the slot number, set by 180-SET-GENERATION-NAME
      *before every OPEN. OPTIONAL - a slot not used yet has no file.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN TO UT-SYS-GENERATION-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Generation inventory report lists every generation on hand.
           SELECT GENERATION-REPORT-FILE
               ASSIGN TO UT-SYS-GENERATION-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *The files the day-end stream updates, read whole into a
      *generation and written back whole from one. OPTIONAL - a file
      *the stream has not created yet is saved as empty.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-LOG-FILE
               ASSIGN TO UT-SYS-SUSPENSE-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FINGERPRINT-FILE
               ASSIGN TO UT-SYS-FINGERPRINT-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DUP-HOLD-FILE
               ASSIGN TO UT-SYS-DUP-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MASTER-FILE
               ASSIGN TO UT-SYS-MASTER-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Chart file is indexed by account ID; read and rewritten here
      *in ascending key order like a plain sequential file.
           SELECT OPTIONAL CHART-FILE
               ASSIGN TO UT-SYS-CHART-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-ACC-ID.
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO UT-SYS-REJECT-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REJECT-LOG-FILE
               ASSIGN TO UT-SYS-REJECT-LOG-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AR-POSTING-FILE
               ASSIGN TO UT-SYS-AR-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDING-FILE
               ASSIGN TO UT-SYS-PENDING-FILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAX-POSTING-FILE
               ASSIGN TO UT-SYS-TAX-POSTING-FILE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            88 STEP-FAILED VALUE "F".
           05 ST-RUN-DATE PIC 9(08).

      *See CTLREC for field meanings; read here for CTL-RUN-STATUS,
      *and copied whole into and out of a generation.
       FD CONTROL-FILE
           RECORD CONTAINS 381.
           COPY CTLREC.
           RECORD CONTAINS 81.
           COPY RUNLOG.

       FD DAYEND-PARM-FILE
           RECORD CONTAINS 2.
       01 DAYEND-PARM-INFO.
           05 DEP-KEEP-COUNT PIC 9(02).

      *Mode "I" asks for the generation inventory, mode "R" for a
      *rollback to the generation named, by the operator named.
       FD DAYEND-REQUEST-FILE
           RECORD CONTAINS 15.
       01 DAYEND-REQUEST-INFO.
           05 DRQ-MODE PIC X(01).
            88 DRQ-INVENTORY VALUE "I".
            88 DRQ-ROLLBACK VALUE "R".
           05 DRQ-GENERATION-NUMBER PIC 9(06).
           05 DRQ-OPERATOR PIC X(08).

       FD GENERATION-FILE
           RECORD CONTAINS 385.
           COPY DAYGEN.

       FD GENERATION-REPORT-FILE
           RECORD CONTAINS 80.
       01 GENERATION-REPORT-LINE PIC X(80).

      *The stream files are copied as record images - the layouts
      *that own them do not matter here, only their lengths.
       FD TRANS-FILE
           RECORD CONTAINS 32.
       01 TRANS-RECORD PIC X(32).

       FD SUSPENSE-LOG-FILE
           RECORD CONTAINS 106.
       01 SUSPENSE-LOG-RECORD PIC X(106).

       FD FINGERPRINT-FILE
           RECORD CONTAINS 45.
       01 FINGERPRINT-RECORD PIC X(45).

       FD DUP-HOLD-FILE
           RECORD CONTAINS 147.
       01 DUP-HOLD-RECORD PIC X(147).

       FD MASTER-FILE
           RECORD CONTAINS 48.
       01 MASTER-RECORD PIC X(48).

       FD CHART-FILE
           RECORD CONTAINS 40.
           COPY CHACCT.

       FD REJECT-FILE
           RECORD CONTAINS 83.
       01 REJECT-RECORD PIC X(83).

       FD REJECT-LOG-FILE
           RECORD CONTAINS 115.
       01 REJECT-LOG-RECORD PIC X(115).

       FD AR-POSTING-FILE
           RECORD CONTAINS 52.
       01 AR-POSTING-RECORD PIC X(52).

       FD PENDING-FILE
           RECORD CONTAINS 110.
       01 PENDING-RECORD PIC X(110).

       FD TAX-POSTING-FILE
           RECORD CONTAINS 67.
       01 TAX-POSTING-RECORD PIC X(67).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *Set value to "C:\COBOL\{file} for Windows environments.
      *Set value to "./data/{file} for Linux environments.
      *The generation prefix has the two-digit slot number and ".dat"
      *added to it to name each generation file.
      ******************************************************************
       01 WS-FILENAMES.
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\stepstat.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-DAYEND-PARM-FILE PIC X(100)
              VALUE "C:\COBOL\dayendprm.dat".
           05 UT-SYS-DAYEND-REQUEST-FILE PIC X(100)
              VALUE "C:\COBOL\dayendrq.dat".
           05 UT-SYS-GENERATION-PREFIX PIC X(100)
              VALUE "C:\COBOL\daygen".
           05 UT-SYS-GENERATION-FILE PIC X(100) VALUE SPACES.
           05 UT-SYS-GENERATION-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\daygeninv.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-SUSPENSE-FILE PIC X(100)
              VALUE "C:\COBOL\suspense.dat".
           05 UT-SYS-FINGERPRINT-FILE PIC X(100)
              VALUE "C:\COBOL\fphist.dat".
           05 UT-SYS-DUP-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\duphold.dat".
           05 UT-SYS-MASTER-FILE PIC X(100)
              VALUE "C:\COBOL\master.dat".
           05 UT-SYS-CHART-FILE PIC X(100)
              VALUE "C:\COBOL\chart.dat".
           05 UT-SYS-REJECT-FILE PIC X(100)
              VALUE "C:\COBOL\reject.dat".
           05 UT-SYS-REJECT-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\rejlog.dat".
           05 UT-SYS-AR-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\arpost.dat".
           05 UT-SYS-PENDING-FILE PIC X(100)
              VALUE "C:\COBOL\pendapp.dat".
           05 UT-SYS-TAX-POSTING-FILE PIC X(100)
              VALUE "C:\COBOL\taxpost.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
           05 WS-EOF-STATUS-SWITCH PIC X(1).
            88 EOF-STATUS VALUE "T".
            88 NOT-EOF-STATUS VALUE "F".
           05 WS-EOF-GENERATION-SWITCH PIC X(1).
            88 EOF-GENERATION VALUE "T".
            88 NOT-EOF-GENERATION VALUE "F".
           05 WS-EOF-LIVE-SWITCH PIC X(1).
            88 EOF-LIVE VALUE "T".
            88 NOT-EOF-LIVE VALUE "F".
           05 WS-EOF-RUN-LOG-SWITCH PIC X(1).
            88 EOF-RUN-LOG VALUE "T".
            88 NOT-EOF-RUN-LOG VALUE "F".
      *Set "N" by 200-CHECK-RUN-STATUS when CONTROL-FILE shows a
      *General_Ledger run still incomplete, so no reporting step can
      *start over a half-posted batch.
           05 WS-SEQUENCE-OK-SWITCH PIC X(1) VALUE "Y".
            88 SEQUENCE-OK VALUE "Y".
            88 SEQUENCE-BROKEN VALUE "N".
           05 WS-REQUEST-FOUND-SWITCH PIC X(1) VALUE "N".
            88 REQUEST-FOUND VALUE "Y".
            88 REQUEST-NOT-FOUND VALUE "N".
      *"H" scans only each generation's header - enough to number and
      *place a new one; "F" reads every generation through for the
      *inventory and for a rollback.
           05 WS-SCAN-DEPTH-SWITCH PIC X(1) VALUE "H".
            88 SCAN-HEADERS VALUE "H".
            88 SCAN-FULL VALUE "F".

      ******************************************************************
      *The day-end sequence, in its fixed order. The names are what
       01 WS-LOADED-COUNT PIC 9(02) VALUE 0.
       01 WS-COMPLETE-COUNT PIC 9(02) VALUE 0.

      ******************************************************************
      *The files a generation saves, in file-code order - every file
      *Dept_Intake and General_Ledger update. The reporting steps
      *only write reports, which a rerun reprints.
      ******************************************************************
       01 WS-GEN-FILE-NAMES.
           05 FILLER PIC X(12) VALUE "trans.dat".
           05 FILLER PIC X(12) VALUE "suspense.dat".
           05 FILLER PIC X(12) VALUE "fphist.dat".
           05 FILLER PIC X(12) VALUE "duphold.dat".
           05 FILLER PIC X(12) VALUE "master.dat".
           05 FILLER PIC X(12) VALUE "chart.dat".
           05 FILLER PIC X(12) VALUE "control.dat".
           05 FILLER PIC X(12) VALUE "reject.dat".
           05 FILLER PIC X(12) VALUE "rejlog.dat".
           05 FILLER PIC X(12) VALUE "arpost.dat".
           05 FILLER PIC X(12) VALUE "pendapp.dat".
           05 FILLER PIC X(12) VALUE "taxpost.dat".
       01 WS-GEN-FILE-NAMES-R REDEFINES WS-GEN-FILE-NAMES.
           05 WS-GEN-FILE-NAME OCCURS 12 TIMES PIC X(12).
       01 WS-FILE-SUB PIC 9(02).
       01 WS-OPEN-FILE-CODE PIC 9(02) VALUE 0.

      ******************************************************************
      *What each generation slot holds, from its generation file:
      *the generation's number (zero for an empty slot), when it was
      *taken, whether it was finished, its record count per file,
      *the trans batch and last journal number it holds, and - from
      *the run log - how many runs have been logged since, and the
      *first close, archive cut, or reopen among them.
      ******************************************************************
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 20 TIMES.
            10 WS-SL-GENERATION PIC 9(06).
            10 WS-SL-TAKEN-DATE PIC 9(08).
            10 WS-SL-TAKEN-TIME PIC 9(06).
            10 WS-SL-TAKEN-STAMP PIC 9(14).
            10 WS-SL-COMPLETE PIC X(01).
            10 WS-SL-COUNTS.
             15 WS-SL-RECORD-COUNT OCCURS 12 TIMES PIC 9(08).
            10 WS-SL-TRANS-BATCH PIC 9(14).
            10 WS-SL-LAST-JOURNAL PIC 9(08).
            10 WS-SL-LATER-RUNS PIC 9(06).
            10 WS-SL-BLOCKER PIC X(20).
            10 WS-SL-BLOCKER-DATE PIC 9(08).
            10 WS-SL-BLOCKER-TIME PIC 9(06).
       01 WS-SLOT-SUB PIC 9(02).
       01 WS-GEN-SLOT PIC 9(02) VALUE 0.
       01 WS-PRINT-SLOT PIC 9(02) VALUE 0.
       01 WS-PRINT-BELOW PIC 9(06) VALUE 0.

      ******************************************************************
      *Overlays for the two saved records the inventory reads a
      *figure from: the trans file's batch header and the control
      *record's last journal number.
      ******************************************************************
       01 WS-GEN-TRANS-IMAGE.
           05 WS-GT-RECORD-FLAG PIC X(02).
           05 WS-GT-BATCH-ID PIC 9(14).
           05 FILLER PIC X(365).
       01 WS-GEN-CONTROL-IMAGE.
           05 WS-GC-LAST-JOURNAL PIC 9(08).
           05 FILLER PIC X(373).

      ******************************************************************
      *Temp variables are used for keeping track of info used for
      *multiple records.
      ******************************************************************
       01 WS-TEMP-VARIABLES.
           05 WS-KEEP-COUNT PIC 9(02) VALUE 5.
           05 WS-HIGH-GENERATION PIC 9(06) VALUE 0.
           05 WS-NEW-GENERATION PIC 9(06) VALUE 0.
           05 WS-FILE-RECORD-COUNT PIC 9(08) VALUE 0.
           05 WS-GEN-RECORD-TOTAL PIC 9(08) VALUE 0.
           05 WS-RESTORED-RECORDS PIC 9(08) VALUE 0.
           05 WS-RESTORED-FILES PIC 9(02) VALUE 0.
           05 WS-RUN-STAMP PIC 9(14) VALUE 0.
           05 WS-REFUSE-REASON PIC X(50).

      ******************************************************************
      *Current date stamps the status records of this day-end run.
      ******************************************************************
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).
           05 WS-CURRENT-TIME PIC 9(06).

      ******************************************************************
      *Layouts for the printed lines of the generation inventory.
      ******************************************************************
       01 WS-GEN-LINE.
           05 FILLER PIC X(11) VALUE "GENERATION ".
           05 WS-GL-GENERATION PIC 9(06).
           05 FILLER PIC X(7) VALUE "  SLOT ".
           05 WS-GL-SLOT PIC 9(02).
           05 FILLER PIC X(8) VALUE "  TAKEN ".
           05 WS-GL-TAKEN-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-GL-TAKEN-TIME PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-GL-STATE PIC X(29).
       01 WS-HOLDS-LINE.
           05 FILLER PIC X(14) VALUE "  TRANS BATCH ".
           05 WS-HL-TRANS-BATCH PIC 9(14).
           05 FILLER PIC X(17) VALUE "   LAST JOURNAL ".
           05 WS-HL-LAST-JOURNAL PIC 9(08).
           05 FILLER PIC X(27) VALUE SPACES.
       01 WS-FILE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-FL-FILE-NAME PIC X(12).
           05 FILLER PIC X(10) VALUE "  RECORDS ".
           05 WS-FL-RECORD-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(44) VALUE SPACES.
       01 WS-SINCE-LINE.
           05 FILLER PIC X(21) VALUE "  RUNS LOGGED SINCE  ".
           05 WS-SN-LATER-RUNS PIC ZZZ,ZZ9.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-VERDICT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-VL-VERDICT PIC X(17).
           05 WS-VL-BLOCKER PIC X(20).
           05 WS-VL-RAN PIC X(4).
           05 WS-VL-BLOCKER-DATE PIC X(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-VL-BLOCKER-TIME PIC X(06).
           05 FILLER PIC X(22) VALUE SPACES.

      ******************************************************************
      *Run-log stamps: the status this run's log record will carry
      *(aborted until the end of the run proves otherwise), the start
      *timestamp taken as the program begins, and the work area the
      *end timestamp is peeled from when 950-WRITE-RUN-LOG writes the
      *record. A day-end run logs under the driver's own name with
      *the generation it took as its read count; a rollback logs
      *under Day_End_Rollback with the generation it restored and the
      *records it put back.
      ******************************************************************
       01 WS-RUN-LOG-DATA.
           05 WS-RL-STATUS PIC X(01) VALUE "A".
           05 WS-RL-PROGRAM-NAME PIC X(20) VALUE "Day_End_Driver".
           05 WS-RL-READ-COUNT PIC 9(08) VALUE 0.
           05 WS-RL-POSTED-COUNT PIC 9(08) VALUE 0.
           05 WS-RL-SAVE-START-DATE PIC 9(08).
           05 WS-RL-SAVE-START-TIME PIC 9(06).
           05 WS-RL-STAMP.
       PROCEDURE DIVISION.
      ******************************************************************
      *Main loop.
      *Step 1: Read the day-end request file - an inventory or a
      *         rollback request is worked instead of a day-end run
      *Step 2: Load the step-status file - a finished (or absent)
      *         sequence starts a fresh day-end, which first takes a
      *         generation of the stream's files and prints the
      *         generation inventory; anything else resumes where
      *         the last run stopped
      *Step 3: Run every step not yet complete, in order, recording
      *         each outcome as it happens and stopping the moment a
      *         step fails
      *Step 4: Report the day-end complete and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 120-READ-DAYEND-REQUEST
               THRU 120-READ-DAYEND-REQUEST-EXIT
           IF REQUEST-FOUND
               PERFORM 110-WORK-REQUEST THRU 110-WORK-REQUEST-EXIT
           END-IF
           PERFORM 150-LOAD-STEP-STATUS
               THRU 150-LOAD-STEP-STATUS-EXIT
           IF SEQUENCE-BROKEN
               STOP RUN
           END-IF
           IF WS-LOADED-COUNT = 0 OR WS-COMPLETE-COUNT = 6
               PERFORM 400-TAKE-GENERATION
                   THRU 400-TAKE-GENERATION-EXIT
               PERFORM 500-PRINT-INVENTORY
                   THRU 500-PRINT-INVENTORY-EXIT
               PERFORM 170-START-FRESH-SEQUENCE
                   THRU 170-START-FRESH-SEQUENCE-EXIT
           ELSE
           DISPLAY "DAY END COMPLETE - ALL 6 STEPS FINISHED"
           STOP RUN.
      ******************************************************************
      *Works a day-end request in place of a day-end run: prints the
      *generation inventory, or rolls back to a generation. The
      *request is used up whatever the outcome, and the program stops
      *here - the day-end itself runs on the next invocation.
      ******************************************************************
       110-WORK-REQUEST.
           IF DRQ-INVENTORY
               PERFORM 125-CLEAR-DAYEND-REQUEST
                   THRU 125-CLEAR-DAYEND-REQUEST-EXIT
               PERFORM 500-PRINT-INVENTORY
                   THRU 500-PRINT-INVENTORY-EXIT
               DISPLAY "GENERATION INVENTORY PRINTED - NO DAY END RUN"
               MOVE "C" TO WS-RL-STATUS
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           ELSE IF DRQ-ROLLBACK
               PERFORM 600-ROLLBACK THRU 600-ROLLBACK-EXIT
           ELSE
               PERFORM 125-CLEAR-DAYEND-REQUEST
                   THRU 125-CLEAR-DAYEND-REQUEST-EXIT
               DISPLAY "DAY END REQUEST MODE " DRQ-MODE
                   " NOT I OR R - REQUEST DISCARDED"
               DISPLAY "NO DAY END RUN - CORRECT THE REQUEST OR RERUN "
                   "WITHOUT ONE"
               MOVE 8 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF.
       110-WORK-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Reads the day-end request file. No file, or an empty one,
      *means an ordinary day-end run.
      ******************************************************************
       120-READ-DAYEND-REQUEST.
           OPEN INPUT DAYEND-REQUEST-FILE
           READ DAYEND-REQUEST-FILE
                AT END
                   MOVE "N" TO WS-REQUEST-FOUND-SWITCH
                NOT AT END
                   MOVE "Y" TO WS-REQUEST-FOUND-SWITCH
           END-READ
           CLOSE DAYEND-REQUEST-FILE.
       120-READ-DAYEND-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Empties the day-end request file once its request has been
      *worked or refused, so it can never be acted on twice.
      ******************************************************************
       125-CLEAR-DAYEND-REQUEST.
           OPEN OUTPUT DAYEND-REQUEST-FILE
           CLOSE DAYEND-REQUEST-FILE.
       125-CLEAR-DAYEND-REQUEST-EXIT.
           EXIT.
      ******************************************************************
      *Reads how many generations to keep. No parameter record keeps
      *five; a count outside 1 to 20 is reported and five are kept.
      ******************************************************************
       130-READ-DAYEND-PARM.
           MOVE 5 TO WS-KEEP-COUNT
           OPEN INPUT DAYEND-PARM-FILE
           READ DAYEND-PARM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF DEP-KEEP-COUNT IS NUMERIC
                      AND DEP-KEEP-COUNT > 0
                      AND DEP-KEEP-COUNT NOT > 20
                       MOVE DEP-KEEP-COUNT TO WS-KEEP-COUNT
                   ELSE
                       DISPLAY "GENERATION COUNT " DEP-KEEP-COUNT
                           " NOT 1 TO 20 - KEEPING 5"
                   END-IF
           END-READ
           CLOSE DAYEND-PARM-FILE.
       130-READ-DAYEND-PARM-EXIT.
           EXIT.
      ******************************************************************
      *Loads the step-status file. A record whose step number or
      *program name does not match this driver's sequence marks the
      *whole file untrustworthy - resuming into it could skip a step.
       175-RESET-STEP-EXIT.
           EXIT.
      ******************************************************************
      *Names the generation file for the slot in WS-GEN-SLOT: the
      *generation prefix, the two-digit slot number, and ".dat".
      ******************************************************************
       180-SET-GENERATION-NAME.
           MOVE SPACES TO UT-SYS-GENERATION-FILE
           STRING UT-SYS-GENERATION-PREFIX DELIMITED BY SPACE
               WS-GEN-SLOT DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO UT-SYS-GENERATION-FILE.
       180-SET-GENERATION-NAME-EXIT.
           EXIT.
      ******************************************************************
      *Refuses to let a reporting step start while a General_Ledger
      *run is mid-flight. CTL-RUN-INCOMPLETE means part of a batch is
      *posted and part is still waiting for that run's restart - any
       300-RUN-STEP-EXIT.
           EXIT.
      ******************************************************************
      *Takes a generation of every file the stream updates, before a
      *fresh day-end's first step. It is numbered one past the
      *highest generation on hand and goes into the slot holding the
      *oldest (an empty slot first), so the last N are always kept.
      *Generations left in slots past N, after the count has been
      *lowered, are emptied. A generation is only complete once its
      *trailer is written - one cut short by an abend is never
      *restored.
      ******************************************************************
       400-TAKE-GENERATION.
           PERFORM 130-READ-DAYEND-PARM THRU 130-READ-DAYEND-PARM-EXIT
           MOVE "H" TO WS-SCAN-DEPTH-SWITCH
           PERFORM 450-SCAN-GENERATIONS
               THRU 450-SCAN-GENERATIONS-EXIT
           COMPUTE WS-NEW-GENERATION = WS-HIGH-GENERATION + 1
           MOVE 0 TO WS-GEN-SLOT
           PERFORM 405-CHOOSE-SLOT THRU 405-CHOOSE-SLOT-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-KEEP-COUNT
           PERFORM 180-SET-GENERATION-NAME
               THRU 180-SET-GENERATION-NAME-EXIT
           MOVE 0 TO WS-GEN-RECORD-TOTAL
           OPEN OUTPUT GENERATION-FILE
           MOVE SPACES TO DAY-GENERATION-INFO
           MOVE "GH" TO DG-RECORD-TYPE
           MOVE 0 TO DG-FILE-CODE
           MOVE WS-NEW-GENERATION TO DG-GENERATION-NUMBER
           MOVE WS-CURRENT-DATE TO DG-TAKEN-DATE
           MOVE WS-CURRENT-TIME TO DG-TAKEN-TIME
           WRITE DAY-GENERATION-INFO
           PERFORM 410-SAVE-FILE THRU 410-SAVE-FILE-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 12
           MOVE SPACES TO DAY-GENERATION-INFO
           MOVE "GT" TO DG-RECORD-TYPE
           MOVE 0 TO DG-FILE-CODE
           MOVE WS-GEN-RECORD-TOTAL TO DG-RECORD-COUNT
           WRITE DAY-GENERATION-INFO
           CLOSE GENERATION-FILE
           DISPLAY "GENERATION " WS-NEW-GENERATION " TAKEN IN SLOT "
               WS-GEN-SLOT " - " WS-GEN-RECORD-TOTAL
               " RECORDS FROM 12 FILES"
           PERFORM 418-RETIRE-SLOT THRU 418-RETIRE-SLOT-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 20
           MOVE WS-NEW-GENERATION TO WS-RL-READ-COUNT.
       400-TAKE-GENERATION-EXIT.
           EXIT.
      ******************************************************************
      *Tests one slot as the home for the new generation: the one
      *holding the lowest generation number wins, and an empty slot,
      *numbered zero, is lowest of all.
      ******************************************************************
       405-CHOOSE-SLOT.
           IF WS-GEN-SLOT = 0
               MOVE WS-SLOT-SUB TO WS-GEN-SLOT
           ELSE
               IF WS-SL-GENERATION(WS-SLOT-SUB) <
                  WS-SL-GENERATION(WS-GEN-SLOT)
                   MOVE WS-SLOT-SUB TO WS-GEN-SLOT
               END-IF
           END-IF.
       405-CHOOSE-SLOT-EXIT.
           EXIT.
      ******************************************************************
      *Saves one stream file into the generation: every record as a
      *data record, then a trailer with the count.
      ******************************************************************
       410-SAVE-FILE.
           MOVE 0 TO WS-FILE-RECORD-COUNT
           PERFORM 414-OPEN-SAVE-FILE THRU 414-OPEN-SAVE-FILE-EXIT
           MOVE "F" TO WS-EOF-LIVE-SWITCH
           PERFORM 412-SAVE-RECORD THRU 412-SAVE-RECORD-EXIT
               UNTIL EOF-LIVE
           PERFORM 416-CLOSE-LIVE-FILE THRU 416-CLOSE-LIVE-FILE-EXIT
           MOVE SPACES TO DAY-GENERATION-INFO
           MOVE "FT" TO DG-RECORD-TYPE
           MOVE WS-FILE-SUB TO DG-FILE-CODE
           MOVE WS-FILE-RECORD-COUNT TO DG-RECORD-COUNT
           WRITE DAY-GENERATION-INFO
           ADD WS-FILE-RECORD-COUNT TO WS-GEN-RECORD-TOTAL.
       410-SAVE-FILE-EXIT.
           EXIT.
      ******************************************************************
      *Reads the next record of the stream file with code WS-FILE-SUB
      *and writes its image to the generation.
      ******************************************************************
       412-SAVE-RECORD.
           MOVE SPACES TO DG-IMAGE
           IF WS-FILE-SUB = 1
               READ TRANS-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE TRANS-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 2
               READ SUSPENSE-LOG-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE SUSPENSE-LOG-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 3
               READ FINGERPRINT-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE FINGERPRINT-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 4
               READ DUP-HOLD-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE DUP-HOLD-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 5
               READ MASTER-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE MASTER-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 6
               READ CHART-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE CHART-INFO TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 7
               READ CONTROL-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE CONTROL-INFO TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 8
               READ REJECT-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE REJECT-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 9
               READ REJECT-LOG-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE REJECT-LOG-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 10
               READ AR-POSTING-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE AR-POSTING-RECORD TO DG-IMAGE
               END-READ
           ELSE IF WS-FILE-SUB = 11
               READ PENDING-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE PENDING-RECORD TO DG-IMAGE
               END-READ
           ELSE
               READ TAX-POSTING-FILE
                    AT END
                       MOVE "T" TO WS-EOF-LIVE-SWITCH
                    NOT AT END
                       MOVE TAX-POSTING-RECORD TO DG-IMAGE
               END-READ
           END-IF.
           IF NOT-EOF-LIVE
               MOVE "DR" TO DG-RECORD-TYPE
               MOVE WS-FILE-SUB TO DG-FILE-CODE
               WRITE DAY-GENERATION-INFO
               ADD 1 TO WS-FILE-RECORD-COUNT
           END-IF.
       412-SAVE-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Opens the stream file with code WS-FILE-SUB to be saved.
      ******************************************************************
       414-OPEN-SAVE-FILE.
           IF WS-FILE-SUB = 1
               OPEN INPUT TRANS-FILE
           ELSE IF WS-FILE-SUB = 2
               OPEN INPUT SUSPENSE-LOG-FILE
           ELSE IF WS-FILE-SUB = 3
               OPEN INPUT FINGERPRINT-FILE
           ELSE IF WS-FILE-SUB = 4
               OPEN INPUT DUP-HOLD-FILE
           ELSE IF WS-FILE-SUB = 5
               OPEN INPUT MASTER-FILE
           ELSE IF WS-FILE-SUB = 6
               OPEN INPUT CHART-FILE
           ELSE IF WS-FILE-SUB = 7
               OPEN INPUT CONTROL-FILE
           ELSE IF WS-FILE-SUB = 8
               OPEN INPUT REJECT-FILE
           ELSE IF WS-FILE-SUB = 9
               OPEN INPUT REJECT-LOG-FILE
           ELSE IF WS-FILE-SUB = 10
               OPEN INPUT AR-POSTING-FILE
           ELSE IF WS-FILE-SUB = 11
               OPEN INPUT PENDING-FILE
           ELSE
               OPEN INPUT TAX-POSTING-FILE
           END-IF.
       414-OPEN-SAVE-FILE-EXIT.
           EXIT.
      ******************************************************************
      *Closes the stream file with code WS-FILE-SUB, after a save or
      *a restore.
      ******************************************************************
       416-CLOSE-LIVE-FILE.
           IF WS-FILE-SUB = 1
               CLOSE TRANS-FILE
           ELSE IF WS-FILE-SUB = 2
               CLOSE SUSPENSE-LOG-FILE
           ELSE IF WS-FILE-SUB = 3
               CLOSE FINGERPRINT-FILE
           ELSE IF WS-FILE-SUB = 4
               CLOSE DUP-HOLD-FILE
           ELSE IF WS-FILE-SUB = 5
               CLOSE MASTER-FILE
           ELSE IF WS-FILE-SUB = 6
               CLOSE CHART-FILE
           ELSE IF WS-FILE-SUB = 7
               CLOSE CONTROL-FILE
           ELSE IF WS-FILE-SUB = 8
               CLOSE REJECT-FILE
           ELSE IF WS-FILE-SUB = 9
               CLOSE REJECT-LOG-FILE
           ELSE IF WS-FILE-SUB = 10
               CLOSE AR-POSTING-FILE
           ELSE IF WS-FILE-SUB = 11
               CLOSE PENDING-FILE
           ELSE
               CLOSE TAX-POSTING-FILE
           END-IF.
       416-CLOSE-LIVE-FILE-EXIT.
           EXIT.
      ******************************************************************
      *Empties a slot past the number of generations kept, if it
      *still holds one from when more were kept.
      ******************************************************************
       418-RETIRE-SLOT.
           IF WS-SLOT-SUB > WS-KEEP-COUNT
              AND WS-SL-GENERATION(WS-SLOT-SUB) NOT = 0
               MOVE WS-SLOT-SUB TO WS-GEN-SLOT
               PERFORM 180-SET-GENERATION-NAME
                   THRU 180-SET-GENERATION-NAME-EXIT
               OPEN OUTPUT GENERATION-FILE
               CLOSE GENERATION-FILE
               DISPLAY "GENERATION " WS-SL-GENERATION(WS-SLOT-SUB)
                   " IN SLOT " WS-SLOT-SUB " RETIRED"
           END-IF.
       418-RETIRE-SLOT-EXIT.
           EXIT.
      ******************************************************************
      *Reads what every generation slot holds into WS-SLOT-TABLE and
      *notes the highest generation number on hand.
      ******************************************************************
       450-SCAN-GENERATIONS.
           MOVE 0 TO WS-HIGH-GENERATION
           PERFORM 452-SCAN-SLOT THRU 452-SCAN-SLOT-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 20.
       450-SCAN-GENERATIONS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one slot's generation file. A file that does not open
      *with a generation header is an empty slot. A full scan reads
      *the generation through for its counts and its trailer.
      ******************************************************************
       452-SCAN-SLOT.
           MOVE 0 TO WS-SL-GENERATION(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-TAKEN-DATE(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-TAKEN-TIME(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-TAKEN-STAMP(WS-SLOT-SUB)
           MOVE "N" TO WS-SL-COMPLETE(WS-SLOT-SUB)
           MOVE ZEROS TO WS-SL-COUNTS(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-TRANS-BATCH(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-LAST-JOURNAL(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-LATER-RUNS(WS-SLOT-SUB)
           MOVE SPACES TO WS-SL-BLOCKER(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-BLOCKER-DATE(WS-SLOT-SUB)
           MOVE 0 TO WS-SL-BLOCKER-TIME(WS-SLOT-SUB)
           MOVE WS-SLOT-SUB TO WS-GEN-SLOT
           PERFORM 180-SET-GENERATION-NAME
               THRU 180-SET-GENERATION-NAME-EXIT
           OPEN INPUT GENERATION-FILE
           MOVE "F" TO WS-EOF-GENERATION-SWITCH
           READ GENERATION-FILE
                AT END
                   MOVE "T" TO WS-EOF-GENERATION-SWITCH
                NOT AT END
                   IF DG-IS-GENERATION-HEADER
                      AND DG-GENERATION-NUMBER IS NUMERIC
                       MOVE DG-GENERATION-NUMBER
                           TO WS-SL-GENERATION(WS-SLOT-SUB)
                       MOVE DG-TAKEN-DATE
                           TO WS-SL-TAKEN-DATE(WS-SLOT-SUB)
                       MOVE DG-TAKEN-TIME
                           TO WS-SL-TAKEN-TIME(WS-SLOT-SUB)
                       COMPUTE WS-SL-TAKEN-STAMP(WS-SLOT-SUB) =
                           DG-TAKEN-DATE * 1000000 + DG-TAKEN-TIME
                       IF DG-GENERATION-NUMBER > WS-HIGH-GENERATION
                           MOVE DG-GENERATION-NUMBER
                               TO WS-HIGH-GENERATION
                       END-IF
                   ELSE
                       MOVE "T" TO WS-EOF-GENERATION-SWITCH
                   END-IF
           END-READ
           IF SCAN-FULL
               PERFORM 454-SCAN-RECORD THRU 454-SCAN-RECORD-EXIT
                   UNTIL EOF-GENERATION
           END-IF
           CLOSE GENERATION-FILE.
       452-SCAN-SLOT-EXIT.
           EXIT.
      ******************************************************************
      *Reads one record of a generation for the inventory: the trans
      *batch id from the trans file's header, the last journal number
      *from the control record, each file's count from its trailer,
      *and completeness from the generation trailer.
      ******************************************************************
       454-SCAN-RECORD.
           READ GENERATION-FILE
                AT END
                   MOVE "T" TO WS-EOF-GENERATION-SWITCH
                NOT AT END
                   PERFORM 455-NOTE-SCAN-RECORD
                       THRU 455-NOTE-SCAN-RECORD-EXIT
           END-READ.
       454-SCAN-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Notes what one generation record tells the inventory.
      ******************************************************************
       455-NOTE-SCAN-RECORD.
           IF DG-IS-DATA-RECORD AND DG-FILE-CODE = 1
              AND WS-SL-TRANS-BATCH(WS-SLOT-SUB) = 0
               MOVE DG-IMAGE TO WS-GEN-TRANS-IMAGE
               IF WS-GT-RECORD-FLAG = "BH"
                  AND WS-GT-BATCH-ID IS NUMERIC
                   MOVE WS-GT-BATCH-ID
                       TO WS-SL-TRANS-BATCH(WS-SLOT-SUB)
               END-IF
           ELSE IF DG-IS-DATA-RECORD AND DG-FILE-CODE = 7
               MOVE DG-IMAGE TO WS-GEN-CONTROL-IMAGE
               IF WS-GC-LAST-JOURNAL IS NUMERIC
                   MOVE WS-GC-LAST-JOURNAL
                       TO WS-SL-LAST-JOURNAL(WS-SLOT-SUB)
               END-IF
           ELSE IF DG-IS-FILE-TRAILER
              AND DG-FILE-CODE > 0 AND DG-FILE-CODE NOT > 12
               MOVE DG-RECORD-COUNT
                   TO WS-SL-RECORD-COUNT(WS-SLOT-SUB, DG-FILE-CODE)
           ELSE IF DG-IS-GENERATION-TRAILER
               MOVE "Y" TO WS-SL-COMPLETE(WS-SLOT-SUB)
           END-IF.
       455-NOTE-SCAN-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Reads the central run log against the generations on hand:
      *every run that finished once a generation was taken counts
      *against it, and the first clean Period_Close, Journal_Archive,
      *or Period_Reopen among them is what bars restoring it.
      ******************************************************************
       456-FOLD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           MOVE "F" TO WS-EOF-RUN-LOG-SWITCH
           PERFORM 457-CHECK-RUN THRU 457-CHECK-RUN-EXIT
               UNTIL EOF-RUN-LOG
           CLOSE RUN-LOG-FILE.
       456-FOLD-RUN-LOG-EXIT.
           EXIT.
      ******************************************************************
      *Reads one run log record and holds it against every slot.
      ******************************************************************
       457-CHECK-RUN.
           READ RUN-LOG-FILE
                AT END
                   MOVE "T" TO WS-EOF-RUN-LOG-SWITCH
                NOT AT END
                   IF RL-END-DATE IS NUMERIC
                      AND RL-END-TIME IS NUMERIC
                       COMPUTE WS-RUN-STAMP =
                           RL-END-DATE * 1000000 + RL-END-TIME
                       PERFORM 458-MATCH-RUN THRU 458-MATCH-RUN-EXIT
                           VARYING WS-SLOT-SUB FROM 1 BY 1
                           UNTIL WS-SLOT-SUB > 20
                   END-IF
           END-READ.
       457-CHECK-RUN-EXIT.
           EXIT.
      ******************************************************************
      *Counts the run against one slot's generation when it finished
      *no earlier than the second the generation was taken.
      ******************************************************************
       458-MATCH-RUN.
           IF WS-SL-GENERATION(WS-SLOT-SUB) NOT = 0
              AND WS-RUN-STAMP NOT < WS-SL-TAKEN-STAMP(WS-SLOT-SUB)
               ADD 1 TO WS-SL-LATER-RUNS(WS-SLOT-SUB)
               IF RUN-LOG-CLEAN
                  AND WS-SL-BLOCKER(WS-SLOT-SUB) = SPACES
                  AND (RL-PROGRAM-NAME = "Period_Close"
                    OR RL-PROGRAM-NAME = "Journal_Archive"
                    OR RL-PROGRAM-NAME = "Period_Reopen")
                   MOVE RL-PROGRAM-NAME TO WS-SL-BLOCKER(WS-SLOT-SUB)
                   MOVE RL-END-DATE
                       TO WS-SL-BLOCKER-DATE(WS-SLOT-SUB)
                   MOVE RL-END-TIME
                       TO WS-SL-BLOCKER-TIME(WS-SLOT-SUB)
               END-IF
           END-IF.
       458-MATCH-RUN-EXIT.
           EXIT.
      ******************************************************************
      *Prints the generation inventory, newest generation first: for
      *each, when it was taken, what it holds file by file, how many
      *runs have been logged since, and whether it can be restored.
      ******************************************************************
       500-PRINT-INVENTORY.
           MOVE "F" TO WS-SCAN-DEPTH-SWITCH
           PERFORM 450-SCAN-GENERATIONS
               THRU 450-SCAN-GENERATIONS-EXIT
           PERFORM 456-FOLD-RUN-LOG THRU 456-FOLD-RUN-LOG-EXIT
           OPEN OUTPUT GENERATION-REPORT-FILE
           MOVE "DAY END GENERATION INVENTORY" TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO GENERATION-REPORT-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE 999999 TO WS-PRINT-BELOW
           PERFORM 505-FIND-NEXT-NEWEST THRU 505-FIND-NEXT-NEWEST-EXIT
           IF WS-PRINT-SLOT = 0
               MOVE "NO GENERATIONS ON FILE" TO GENERATION-REPORT-LINE
               WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF
           PERFORM 510-PRINT-GENERATION THRU 510-PRINT-GENERATION-EXIT
               UNTIL WS-PRINT-SLOT = 0
           CLOSE GENERATION-REPORT-FILE.
       500-PRINT-INVENTORY-EXIT.
           EXIT.
      ******************************************************************
      *Finds the slot holding the highest generation number below
      *WS-PRINT-BELOW; zero when there is none left to print.
      ******************************************************************
       505-FIND-NEXT-NEWEST.
           MOVE 0 TO WS-PRINT-SLOT
           PERFORM 506-TEST-NEWEST THRU 506-TEST-NEWEST-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 20.
       505-FIND-NEXT-NEWEST-EXIT.
           EXIT.
      ******************************************************************
      *Tests one slot as the next generation to print.
      ******************************************************************
       506-TEST-NEWEST.
           IF WS-SL-GENERATION(WS-SLOT-SUB) NOT = 0
              AND WS-SL-GENERATION(WS-SLOT-SUB) < WS-PRINT-BELOW
               IF WS-PRINT-SLOT = 0
                   MOVE WS-SLOT-SUB TO WS-PRINT-SLOT
               ELSE
                   IF WS-SL-GENERATION(WS-SLOT-SUB) >
                      WS-SL-GENERATION(WS-PRINT-SLOT)
                       MOVE WS-SLOT-SUB TO WS-PRINT-SLOT
                   END-IF
               END-IF
           END-IF.
       506-TEST-NEWEST-EXIT.
           EXIT.
      ******************************************************************
      *Prints one generation's block of the inventory, then finds the
      *next one down.
      ******************************************************************
       510-PRINT-GENERATION.
           MOVE WS-SL-GENERATION(WS-PRINT-SLOT) TO WS-GL-GENERATION
           MOVE WS-PRINT-SLOT TO WS-GL-SLOT
           MOVE WS-SL-TAKEN-DATE(WS-PRINT-SLOT) TO WS-GL-TAKEN-DATE
           MOVE WS-SL-TAKEN-TIME(WS-PRINT-SLOT) TO WS-GL-TAKEN-TIME
           IF WS-SL-COMPLETE(WS-PRINT-SLOT) = "Y"
               MOVE "COMPLETE" TO WS-GL-STATE
           ELSE
               MOVE "INCOMPLETE" TO WS-GL-STATE
           END-IF
           MOVE WS-GEN-LINE TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-SL-TRANS-BATCH(WS-PRINT-SLOT) TO WS-HL-TRANS-BATCH
           MOVE WS-SL-LAST-JOURNAL(WS-PRINT-SLOT) TO WS-HL-LAST-JOURNAL
           MOVE WS-HOLDS-LINE TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           PERFORM 520-PRINT-FILE-COUNT THRU 520-PRINT-FILE-COUNT-EXIT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 12
           MOVE WS-SL-LATER-RUNS(WS-PRINT-SLOT) TO WS-SN-LATER-RUNS
           MOVE WS-SINCE-LINE TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-VERDICT-LINE
           IF WS-SL-COMPLETE(WS-PRINT-SLOT) NOT = "Y"
               MOVE "NOT RESTORABLE - " TO WS-VL-VERDICT
               MOVE "CUT SHORT" TO WS-VL-BLOCKER
           ELSE IF WS-SL-BLOCKER(WS-PRINT-SLOT) NOT = SPACES
               MOVE "NOT RESTORABLE - " TO WS-VL-VERDICT
               MOVE WS-SL-BLOCKER(WS-PRINT-SLOT) TO WS-VL-BLOCKER
               MOVE "RAN " TO WS-VL-RAN
               MOVE WS-SL-BLOCKER-DATE(WS-PRINT-SLOT)
                   TO WS-VL-BLOCKER-DATE
               MOVE WS-SL-BLOCKER-TIME(WS-PRINT-SLOT)
                   TO WS-VL-BLOCKER-TIME
           ELSE
               MOVE "RESTORABLE" TO WS-VL-VERDICT
           END-IF.
           MOVE WS-VERDICT-LINE TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-SL-GENERATION(WS-PRINT-SLOT) TO WS-PRINT-BELOW
           PERFORM 505-FIND-NEXT-NEWEST THRU 505-FIND-NEXT-NEWEST-EXIT.
       510-PRINT-GENERATION-EXIT.
           EXIT.
      ******************************************************************
      *Prints one file's record count within a generation.
      ******************************************************************
       520-PRINT-FILE-COUNT.
           MOVE WS-GEN-FILE-NAME(WS-FILE-SUB) TO WS-FL-FILE-NAME
           MOVE WS-SL-RECORD-COUNT(WS-PRINT-SLOT, WS-FILE-SUB)
               TO WS-FL-RECORD-COUNT
           MOVE WS-FILE-LINE TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE BEFORE ADVANCING 1 LINE.
       520-PRINT-FILE-COUNT-EXIT.
           EXIT.
      ******************************************************************
      *Rolls the stream's files back to the generation the request
      *names. Refused - and nothing touched - without an operator,
      *for a generation not on hand or cut short, and for one taken
      *before a close, archive cut, or reopen that has since run.
      *Otherwise every file is written back from the generation as a
      *set, the step-status file is emptied so the next run starts a
      *fresh day-end (taking a new generation of what was restored),
      *and the rollback is logged.
      ******************************************************************
       600-ROLLBACK.
           MOVE "Day_End_Rollback" TO WS-RL-PROGRAM-NAME
           PERFORM 125-CLEAR-DAYEND-REQUEST
               THRU 125-CLEAR-DAYEND-REQUEST-EXIT
           MOVE "F" TO WS-SCAN-DEPTH-SWITCH
           PERFORM 450-SCAN-GENERATIONS
               THRU 450-SCAN-GENERATIONS-EXIT
           PERFORM 456-FOLD-RUN-LOG THRU 456-FOLD-RUN-LOG-EXIT
           MOVE 0 TO WS-GEN-SLOT
           IF DRQ-GENERATION-NUMBER IS NUMERIC
              AND DRQ-GENERATION-NUMBER > 0
               MOVE DRQ-GENERATION-NUMBER TO WS-RL-READ-COUNT
               PERFORM 605-FIND-GENERATION
                   THRU 605-FIND-GENERATION-EXIT
                   VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 20
           END-IF
           MOVE SPACES TO WS-REFUSE-REASON
           IF DRQ-OPERATOR = SPACES
               MOVE "NO OPERATOR ID" TO WS-REFUSE-REASON
           ELSE IF WS-GEN-SLOT = 0
               MOVE "GENERATION NOT ON HAND" TO WS-REFUSE-REASON
           ELSE IF WS-SL-COMPLETE(WS-GEN-SLOT) NOT = "Y"
               MOVE "GENERATION WAS CUT SHORT WHILE BEING TAKEN"
                   TO WS-REFUSE-REASON
           ELSE IF WS-SL-BLOCKER(WS-GEN-SLOT) NOT = SPACES
               STRING WS-SL-BLOCKER(WS-GEN-SLOT) DELIMITED BY SPACE
                   " HAS RUN SINCE IT WAS TAKEN" DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "ROLLBACK TO GENERATION " DRQ-GENERATION-NUMBER
                   " REFUSED - " WS-REFUSE-REASON
               DISPLAY "NOTHING WAS RESTORED - THE REQUEST HAS BEEN "
                   "USED UP"
               MOVE 8 TO RETURN-CODE
               PERFORM 950-WRITE-RUN-LOG
                   THRU 950-WRITE-RUN-LOG-EXIT
               STOP RUN
           END-IF
           PERFORM 180-SET-GENERATION-NAME
               THRU 180-SET-GENERATION-NAME-EXIT
           MOVE 0 TO WS-RESTORED-RECORDS
           MOVE 0 TO WS-RESTORED-FILES
           MOVE 0 TO WS-OPEN-FILE-CODE
           OPEN INPUT GENERATION-FILE
           MOVE "F" TO WS-EOF-GENERATION-SWITCH
           PERFORM 610-RESTORE-RECORD THRU 610-RESTORE-RECORD-EXIT
               UNTIL EOF-GENERATION
           CLOSE GENERATION-FILE
           PERFORM 650-RESET-STEP-STATUS
               THRU 650-RESET-STEP-STATUS-EXIT
           DISPLAY "GENERATION " DRQ-GENERATION-NUMBER " TAKEN "
               WS-SL-TAKEN-DATE(WS-GEN-SLOT) " "
               WS-SL-TAKEN-TIME(WS-GEN-SLOT) " RESTORED BY "
               DRQ-OPERATOR
           DISPLAY WS-RESTORED-FILES " FILES, " WS-RESTORED-RECORDS
               " RECORDS PUT BACK - STEP STATUS RESET"
           DISPLAY "THE NEXT RUN STARTS A FRESH DAY END"
           MOVE WS-RESTORED-RECORDS TO WS-RL-POSTED-COUNT
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
       600-ROLLBACK-EXIT.
           EXIT.
      ******************************************************************
      *Tests one slot for the generation the request names.
      ******************************************************************
       605-FIND-GENERATION.
           IF WS-SL-GENERATION(WS-SLOT-SUB) = DRQ-GENERATION-NUMBER
               MOVE WS-SLOT-SUB TO WS-GEN-SLOT
           END-IF.
       605-FIND-GENERATION-EXIT.
           EXIT.
      ******************************************************************
      *Reads one record of the generation being restored.
      ******************************************************************
       610-RESTORE-RECORD.
           READ GENERATION-FILE
                AT END
                   MOVE "T" TO WS-EOF-GENERATION-SWITCH
                NOT AT END
                   PERFORM 611-PUT-BACK-RECORD
                       THRU 611-PUT-BACK-RECORD-EXIT
           END-READ.
       610-RESTORE-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Puts one generation record back. A data record is written to
      *its file, which is opened fresh as the first of its records
      *arrives; a file trailer closes it - or, for a file saved empty,
      *opens and closes it so it is emptied.
      ******************************************************************
       611-PUT-BACK-RECORD.
           IF DG-IS-DATA-RECORD
               IF DG-FILE-CODE NOT = WS-OPEN-FILE-CODE
                   MOVE DG-FILE-CODE TO WS-FILE-SUB
                   PERFORM 612-OPEN-RESTORE-FILE
                       THRU 612-OPEN-RESTORE-FILE-EXIT
                   MOVE DG-FILE-CODE TO WS-OPEN-FILE-CODE
               END-IF
               PERFORM 614-WRITE-RESTORE-RECORD
                   THRU 614-WRITE-RESTORE-RECORD-EXIT
               ADD 1 TO WS-RESTORED-RECORDS
           ELSE IF DG-IS-FILE-TRAILER
               MOVE DG-FILE-CODE TO WS-FILE-SUB
               IF DG-FILE-CODE NOT = WS-OPEN-FILE-CODE
                   PERFORM 612-OPEN-RESTORE-FILE
                       THRU 612-OPEN-RESTORE-FILE-EXIT
               END-IF
               PERFORM 416-CLOSE-LIVE-FILE
                   THRU 416-CLOSE-LIVE-FILE-EXIT
               MOVE 0 TO WS-OPEN-FILE-CODE
               ADD 1 TO WS-RESTORED-FILES
           END-IF.
       611-PUT-BACK-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Opens the stream file with code WS-FILE-SUB fresh, to be
      *written back.
      ******************************************************************
       612-OPEN-RESTORE-FILE.
           IF WS-FILE-SUB = 1
               OPEN OUTPUT TRANS-FILE
           ELSE IF WS-FILE-SUB = 2
               OPEN OUTPUT SUSPENSE-LOG-FILE
           ELSE IF WS-FILE-SUB = 3
               OPEN OUTPUT FINGERPRINT-FILE
           ELSE IF WS-FILE-SUB = 4
               OPEN OUTPUT DUP-HOLD-FILE
           ELSE IF WS-FILE-SUB = 5
               OPEN OUTPUT MASTER-FILE
           ELSE IF WS-FILE-SUB = 6
               OPEN OUTPUT CHART-FILE
           ELSE IF WS-FILE-SUB = 7
               OPEN OUTPUT CONTROL-FILE
           ELSE IF WS-FILE-SUB = 8
               OPEN OUTPUT REJECT-FILE
           ELSE IF WS-FILE-SUB = 9
               OPEN OUTPUT REJECT-LOG-FILE
           ELSE IF WS-FILE-SUB = 10
               OPEN OUTPUT AR-POSTING-FILE
           ELSE IF WS-FILE-SUB = 11
               OPEN OUTPUT PENDING-FILE
           ELSE
               OPEN OUTPUT TAX-POSTING-FILE
           END-IF.
       612-OPEN-RESTORE-FILE-EXIT.
           EXIT.
      ******************************************************************
      *Writes one saved record image back to the stream file with
      *code WS-FILE-SUB. The chart goes back in the ascending key
      *order it was saved in.
      ******************************************************************
       614-WRITE-RESTORE-RECORD.
           IF WS-FILE-SUB = 1
               MOVE DG-IMAGE TO TRANS-RECORD
               WRITE TRANS-RECORD
           ELSE IF WS-FILE-SUB = 2
               MOVE DG-IMAGE TO SUSPENSE-LOG-RECORD
               WRITE SUSPENSE-LOG-RECORD
           ELSE IF WS-FILE-SUB = 3
               MOVE DG-IMAGE TO FINGERPRINT-RECORD
               WRITE FINGERPRINT-RECORD
           ELSE IF WS-FILE-SUB = 4
               MOVE DG-IMAGE TO DUP-HOLD-RECORD
               WRITE DUP-HOLD-RECORD
           ELSE IF WS-FILE-SUB = 5
               MOVE DG-IMAGE TO MASTER-RECORD
               WRITE MASTER-RECORD
           ELSE IF WS-FILE-SUB = 6
               MOVE DG-IMAGE TO CHART-INFO
               WRITE CHART-INFO
                   INVALID KEY
                      DISPLAY "CHART ACCOUNT " CH-ACC-ID
                          " OUT OF ORDER - NOT RESTORED"
               END-WRITE
           ELSE IF WS-FILE-SUB = 7
               MOVE DG-IMAGE TO CONTROL-INFO
               WRITE CONTROL-INFO
           ELSE IF WS-FILE-SUB = 8
               MOVE DG-IMAGE TO REJECT-RECORD
               WRITE REJECT-RECORD
           ELSE IF WS-FILE-SUB = 9
               MOVE DG-IMAGE TO REJECT-LOG-RECORD
               WRITE REJECT-LOG-RECORD
           ELSE IF WS-FILE-SUB = 10
               MOVE DG-IMAGE TO AR-POSTING-RECORD
               WRITE AR-POSTING-RECORD
           ELSE IF WS-FILE-SUB = 11
               MOVE DG-IMAGE TO PENDING-RECORD
               WRITE PENDING-RECORD
           ELSE
               MOVE DG-IMAGE TO TAX-POSTING-RECORD
               WRITE TAX-POSTING-RECORD
           END-IF.
       614-WRITE-RESTORE-RECORD-EXIT.
           EXIT.
      ******************************************************************
      *Empties the step-status file, so the next run finds no
      *sequence in flight and starts a fresh day-end over the files
      *just put back.
      ******************************************************************
       650-RESET-STEP-STATUS.
           OPEN OUTPUT STEP-STATUS-FILE
           CLOSE STEP-STATUS-FILE.
       650-RESET-STEP-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *Rewrites the whole step-status file with the sequence's current
      *statuses. Rewritten as a fresh OUTPUT file each call since it
      *is six records and this must happen around every step; its own
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE WS-RL-PROGRAM-NAME TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-RL-READ-COUNT TO RL-READ-COUNT
           MOVE WS-RL-POSTED-COUNT TO RL-POSTED-COUNT
           MOVE 0 TO RL-REJECT-COUNT
           MOVE 0 TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
