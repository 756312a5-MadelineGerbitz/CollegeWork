       IDENTIFICATION DIVISION.
       PROGRAM-ID. Duplicate_Review.
       AUTHOR. Jack Madeline Nate.
       DATE-WRITTEN. 10/15/26.
      ******************************************************************
      *This project is the duplicate review workbench. Dept_Intake
      *holds aside every feed record that matches one it accepted
      *from an earlier batch inside the duplicate window - the
      *department re-keyed yesterday's entries into today's feed -
      *rather than writing it to TRANS-FILE. This program reads an
      *action file naming each held item an operator has reviewed,
      *and works every held item against it. A release records the
      *operator's id and writes the item into TRANS-FILE exactly as
      *intake would have, behind a submitter reference naming the
      *releasing operator, under the same batch rules the clearing
      *programs use, for the next General_Ledger run to post; a
      *discard records who discarded it and the item never posts.
      *An action with no operator id is refused. Every item is
      *rewritten with who acted and when, so the same item can never
      *be released twice.
      *Every item still held, and every item acted on this run, is
      *listed on a review report with its item number - the number
      *an action record uses to name it - the held record on one
      *line and the original it matched beneath it, so the operator
      *can see the two side by side before deciding.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Duplicate hold file holds every probable duplicate intake held
      *aside, one record per item, with its status. Opened I-O here
      *so an actioned item can be rewritten. OPTIONAL - nothing has
      *been held until intake first holds an item.
           SELECT OPTIONAL DUP-HOLD-FILE
               ASSIGN TO UT-SYS-DUP-HOLD-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Action file names the held items operators have reviewed: each
      *record carries the item number from the review report, "R" to
      *release or "D" to discard, and the reviewing operator.
      *OPTIONAL so the report of held items can be run on its own.
           SELECT OPTIONAL DUP-ACTION-FILE
               ASSIGN TO UT-SYS-DUP-ACTION-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Trans file is extended with the released items so the next
      *General_Ledger run posts them. OPTIONAL so a run with no
      *trans.dat on disk yet creates one instead of failing the
      *EXTEND.
           SELECT OPTIONAL TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Review report lists every held item beside the original it
      *matched and what this run did with every item it acted on.
           SELECT DUP-REPORT-FILE
               ASSIGN TO UT-SYS-DUP-REPORT-FILE
               ORGANIZATION IS SEQUENTIAL.
      *Control file says which batch ids the ledger has posted, so
      *the released items join an unposted batch or start a fresh
      *one instead of landing in a file the ledger will refuse.
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
       FD DUP-HOLD-FILE
           RECORD CONTAINS 147.
           COPY DUPHOLD.

       FD DUP-ACTION-FILE
           RECORD CONTAINS 17.
       01 DUP-ACTION-INFO.
           05 DPA-ITEM-NUMBER PIC 9(08).
           05 DPA-ACTION PIC X(01).
           05 DPA-OPERATOR PIC X(08).

       FD TRANS-FILE
           RECORD CONTAINS 32.
           COPY TRANREC.

       FD DUP-REPORT-FILE
           RECORD CONTAINS 80.
       01 DUP-REPORT-LINE PIC X(80).

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
           05 UT-SYS-DUP-HOLD-FILE PIC X(100)
              VALUE "C:\COBOL\duphold.dat".
           05 UT-SYS-DUP-ACTION-FILE PIC X(100)
              VALUE "C:\COBOL\dupact.dat".
           05 UT-SYS-TRANS-FILE PIC X(100)
              VALUE "C:\COBOL\trans.dat".
           05 UT-SYS-DUP-REPORT-FILE PIC X(100)
              VALUE "C:\COBOL\dupwork.dat".
           05 UT-SYS-CONTROL-FILE PIC X(100)
              VALUE "C:\COBOL\control.dat".
           05 UT-SYS-RUN-LOG-FILE PIC X(100)
              VALUE "C:\COBOL\runlog.dat".

      ******************************************************************
      *EOF switches are used to read through a file without going past
      *the end of file.
      ******************************************************************
       01 WS-PROGRAM-SWITCHES.
           05 WS-EOF-DUPHOLD-SWITCH PIC X(1).
            88 EOF-DUPHOLD VALUE "T".
            88 NOT-EOF-DUPHOLD VALUE "F".
           05 WS-EOF-ACTION-SWITCH PIC X(1).
            88 EOF-ACTION VALUE "T".
            88 NOT-EOF-ACTION VALUE "F".
           05 WS-ACTION-FOUND-SWITCH PIC X(1).
            88 ACTION-FOUND VALUE "Y".
            88 ACTION-NOT-FOUND VALUE "N".
      *Set when any action asks for a release, so TRANS-FILE is only
      *touched by a run that may release something into it.
           05 WS-RELEASE-WANTED-SWITCH PIC X(1) VALUE "N".
            88 RELEASE-WANTED VALUE "Y".
            88 RELEASE-NOT-WANTED VALUE "N".
      *Fresh means this run starts a new TRANS-FILE under a new batch
      *id; otherwise the released items join the unposted batch
      *already on disk.
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
           05 WS-ITEMS-READ PIC 9(8) VALUE 0.
           05 WS-RELEASED-COUNT PIC 9(8) VALUE 0.
           05 WS-DISCARDED-COUNT PIC 9(8) VALUE 0.
           05 WS-REFUSED-COUNT PIC 9(8) VALUE 0.
           05 WS-STILL-HELD-COUNT PIC 9(8) VALUE 0.
           05 WS-STILL-HELD-AMOUNT PIC S9(9)V99 VALUE 0.
           05 WS-AGE-DAYS PIC S9(8) VALUE 0.

      ******************************************************************
      *What this run does with the held item being worked ("S" skip
      *- actioned by an earlier run, "H" still held, "R" release, "D"
      *discard, "X" listed with an action that could not apply), the
      *operator acting, and the disposition the report shows.
      ******************************************************************
       01 WS-CURRENT-ITEM.
           05 WS-ITEM-DISPOSITION PIC X(01) VALUE "S".
            88 ITEM-SKIP VALUE "S".
            88 ITEM-HELD VALUE "H".
            88 ITEM-RELEASE VALUE "R".
            88 ITEM-DISCARD VALUE "D".
            88 ITEM-LISTED VALUE "X".
           05 WS-ITEM-OPERATOR PIC X(08).
           05 WS-ITEM-ACTION-TEXT PIC X(21).

      ******************************************************************
      *Action table, loaded once from DUP-ACTION-FILE. The item number
      *is the held item number printed on the review report. The
      *applied switch lets actions that matched no held item be
      *reported instead of vanishing.
      ******************************************************************
       01 WS-ACTION-TABLE.
           05 WS-ACTION-ENTRY OCCURS 100 TIMES.
            10 WS-DPA-ITEM-NUMBER PIC 9(08).
            10 WS-DPA-ACTION PIC X(01).
            10 WS-DPA-OPERATOR PIC X(08).
            10 WS-DPA-APPLIED PIC X(01).
       01 WS-ACTION-COUNT PIC 9(04) VALUE 0.
       01 WS-DPA-SUB PIC 9(04).
       01 WS-DPA-MATCH-SUB PIC 9(04).

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
      *Current date stamps the actioned-on date of every item worked
      *this run, and is the date every held item is aged to.
      ******************************************************************
       01 WS-CURRENT-DATE-DATA.
           05 WS-CURRENT-DATE.
            10 WS-CURRENT-YEAR PIC 9(4).
            10 WS-CURRENT-MONTH PIC 9(2).
            10 WS-CURRENT-DAY PIC 9(2).
           05 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(08).

      ******************************************************************
      *Layouts for the printed lines of the review report: the held
      *record, then the original it matched in the same columns.
      ******************************************************************
       01 WS-DUP-HELD-LINE.
           05 WS-DH-ITEM-NUMBER PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-ACCOUNT PIC X(05).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-BATCH PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-FEED-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-AGE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DH-ACTION PIC X(21).
       01 WS-DUP-ORIG-LINE.
           05 FILLER PIC X(08) VALUE "ORIGINAL".
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DO-ACCOUNT PIC X(05).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DO-AMOUNT PIC Z,ZZZ,ZZ9.99-.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DO-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DO-BATCH PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DO-FEED-DATE PIC 9(08).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "ACCEPTED ".
           05 WS-DO-ACCEPTED-DATE PIC 9(08).
           05 FILLER PIC X(09) VALUE SPACES.
       01 WS-DUP-AMOUNT-LINE.
           05 WS-DA-LABEL PIC X(30).
           05 WS-DA-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER PIC X(33) VALUE SPACES.

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
      *Step 1: Load the action table
      *Step 2: When anything is to be released, decide whether the
      *         released items start a fresh TRANS-FILE or join the
      *         unposted batch on disk
      *Step 3: Work every held item - release the released ones,
      *         discard the discarded ones, list the rest
      *Step 4: Report actions that matched no held item
      *Step 5: Print and display the run counts and stop the program
      ******************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO WS-RL-SAVE-START-DATE
           MOVE WS-RL-STAMP-TIME TO WS-RL-SAVE-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           PERFORM 170-LOAD-ACTIONS THRU 170-LOAD-ACTIONS-EXIT
           IF RELEASE-WANTED
               PERFORM 105-DECIDE-TRANS-MODE
                   THRU 105-DECIDE-TRANS-MODE-EXIT
               IF TRANS-FRESH
                   OPEN OUTPUT TRANS-FILE
                   PERFORM 115-WRITE-BATCH-HEADER
                       THRU 115-WRITE-BATCH-HEADER-EXIT
               ELSE
                   OPEN EXTEND TRANS-FILE
               END-IF
           END-IF
           OPEN I-O DUP-HOLD-FILE
                OUTPUT DUP-REPORT-FILE
           PERFORM 190-PRINT-HEADING THRU 190-PRINT-HEADING-EXIT
           MOVE "F" TO WS-EOF-DUPHOLD-SWITCH
           PERFORM 200-READ-HOLD THRU 200-READ-HOLD-EXIT
               UNTIL EOF-DUPHOLD
           PERFORM 700-REPORT-UNMATCHED THRU 700-REPORT-UNMATCHED-EXIT
               VARYING WS-DPA-SUB FROM 1 BY 1
               UNTIL WS-DPA-SUB > WS-ACTION-COUNT
           PERFORM 710-PRINT-TOTALS THRU 710-PRINT-TOTALS-EXIT
           DISPLAY WS-RELEASED-COUNT " ITEM(S) RELEASED"
           DISPLAY WS-DISCARDED-COUNT " ITEM(S) DISCARDED"
           DISPLAY WS-REFUSED-COUNT " ACTION(S) REFUSED"
           DISPLAY WS-STILL-HELD-COUNT " ITEM(S) STILL HELD"
           CLOSE DUP-HOLD-FILE
                 DUP-REPORT-FILE
           IF RELEASE-WANTED
               CLOSE TRANS-FILE
           END-IF
           MOVE "C" TO WS-RL-STATUS
           PERFORM 950-WRITE-RUN-LOG
               THRU 950-WRITE-RUN-LOG-EXIT
           STOP RUN.
      ******************************************************************
      *Decides whether the released items start a fresh TRANS-FILE or
      *join the one on disk, by the same rules the intake program
      *applies: a batch the ledger has already posted is stale and is
      *replaced under a new batch id; an unposted one is appended to
      *under its own id; a file with no batch header stops the run
      *for the operator to resolve.
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
                       DISPLAY "POST OR REMOVE IT BEFORE RELEASING "
                           "HELD DUPLICATES"
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
      *Loads the action file into working storage so the single pass
      *over the duplicate hold file can look each item up by number.
      ******************************************************************
       170-LOAD-ACTIONS.
           OPEN INPUT DUP-ACTION-FILE
           MOVE "F" TO WS-EOF-ACTION-SWITCH
           PERFORM 180-LOAD-ACTION THRU 180-LOAD-ACTION-EXIT
               UNTIL EOF-ACTION
           CLOSE DUP-ACTION-FILE.
       170-LOAD-ACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *Reads one action record into the next table entry. An item
      *number that is not numeric cannot name anything and is
      *reported and skipped; everything else is judged against the
      *item it names, so a refusal is printed beside that item.
      ******************************************************************
       180-LOAD-ACTION.
           READ DUP-ACTION-FILE
                AT END
                   MOVE "T" TO WS-EOF-ACTION-SWITCH
                NOT AT END
                   IF WS-ACTION-COUNT >= 100
                      DISPLAY "ACTION TABLE FULL - ACTION IGNORED"
                   ELSE IF DPA-ITEM-NUMBER IS NOT NUMERIC
                      DISPLAY "ACTION RECORD UNREADABLE - SKIPPED"
                   ELSE
                      ADD 1 TO WS-ACTION-COUNT
                      MOVE DPA-ITEM-NUMBER
                          TO WS-DPA-ITEM-NUMBER(WS-ACTION-COUNT)
                      MOVE DPA-ACTION
                          TO WS-DPA-ACTION(WS-ACTION-COUNT)
                      MOVE DPA-OPERATOR
                          TO WS-DPA-OPERATOR(WS-ACTION-COUNT)
                      MOVE "N" TO WS-DPA-APPLIED(WS-ACTION-COUNT)
                      IF DPA-ACTION = "R"
                          MOVE "Y" TO WS-RELEASE-WANTED-SWITCH
                      END-IF
                   END-IF
           END-READ.
       180-LOAD-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Prints the review report title and column headings.
      ******************************************************************
       190-PRINT-HEADING.
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "DUPLICATE REVIEW QUEUE AS OF " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "EACH HELD RECORD IS FOLLOWED BY THE ORIGINAL FROM AN "
               & "EARLIER BATCH IT MATCHED" TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE "    ITEM DP/AC        AMOUNT DATE     BATCH  FEED     "
               & " AGE DISPOSITION" TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE.
       190-PRINT-HEADING-EXIT.
           EXIT.
      ******************************************************************
      *Reads one held item and works it.
      ******************************************************************
       200-READ-HOLD.
           READ DUP-HOLD-FILE
                AT END
                   MOVE "T" TO WS-EOF-DUPHOLD-SWITCH
                NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   PERFORM 300-PROCESS-HOLD-ITEM
                       THRU 300-PROCESS-HOLD-ITEM-EXIT
           END-READ.
       200-READ-HOLD-EXIT.
           EXIT.
      ******************************************************************
      *Works one held item: decides its fate, releases or discards it
      *accordingly, and lists it on the report unless an earlier run
      *already disposed of it and nothing names it now.
      ******************************************************************
       300-PROCESS-HOLD-ITEM.
           PERFORM 310-DECIDE-DISPOSITION
               THRU 310-DECIDE-DISPOSITION-EXIT
           IF ITEM-RELEASE
               PERFORM 330-RELEASE-ITEM THRU 330-RELEASE-ITEM-EXIT
           ELSE IF ITEM-DISCARD
               PERFORM 340-DISCARD-ITEM THRU 340-DISCARD-ITEM-EXIT
           END-IF.
           IF NOT ITEM-SKIP
               PERFORM 400-REPORT-ITEM THRU 400-REPORT-ITEM-EXIT
           END-IF.
       300-PROCESS-HOLD-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Decides what this run does with the item just read. An item
      *some earlier run released or discarded is never acted on
      *again. An item with no action stays held. An action is
      *refused - and the item stays held - when it names no operator
      *or asks for anything but "R" or "D".
      ******************************************************************
       310-DECIDE-DISPOSITION.
           MOVE SPACES TO WS-ITEM-ACTION-TEXT
           MOVE SPACES TO WS-ITEM-OPERATOR
           PERFORM 320-FIND-ACTION THRU 320-FIND-ACTION-EXIT
           IF ACTION-FOUND
               MOVE "Y" TO WS-DPA-APPLIED(WS-DPA-MATCH-SUB)
               MOVE WS-DPA-OPERATOR(WS-DPA-MATCH-SUB)
                   TO WS-ITEM-OPERATOR
           END-IF
           IF ACTION-NOT-FOUND AND DPH-HELD
               MOVE "H" TO WS-ITEM-DISPOSITION
               MOVE "AWAITING REVIEW" TO WS-ITEM-ACTION-TEXT
           ELSE IF ACTION-NOT-FOUND
               MOVE "S" TO WS-ITEM-DISPOSITION
           ELSE IF NOT DPH-HELD
               MOVE "X" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "ALREADY ACTIONED" TO WS-ITEM-ACTION-TEXT
           ELSE IF WS-ITEM-OPERATOR = SPACES
               MOVE "H" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NO OPERATOR" TO WS-ITEM-ACTION-TEXT
           ELSE IF WS-DPA-ACTION(WS-DPA-MATCH-SUB) = "D"
               MOVE "D" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-DISCARDED-COUNT
               STRING "DISCARDED BY " DELIMITED BY SIZE
                   WS-ITEM-OPERATOR DELIMITED BY SIZE
                   INTO WS-ITEM-ACTION-TEXT
           ELSE IF WS-DPA-ACTION(WS-DPA-MATCH-SUB) NOT = "R"
               MOVE "H" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED - NOT R OR D" TO WS-ITEM-ACTION-TEXT
           ELSE
               MOVE "R" TO WS-ITEM-DISPOSITION
               ADD 1 TO WS-RELEASED-COUNT
               STRING "RELEASED BY " DELIMITED BY SIZE
                   WS-ITEM-OPERATOR DELIMITED BY SIZE
                   INTO WS-ITEM-ACTION-TEXT
           END-IF.
       310-DECIDE-DISPOSITION-EXIT.
           EXIT.
      ******************************************************************
      *Searches the action table for the current item number. Sets
      *WS-ACTION-FOUND-SWITCH and, when found, WS-DPA-MATCH-SUB to the
      *matching table entry.
      ******************************************************************
       320-FIND-ACTION.
           MOVE "N" TO WS-ACTION-FOUND-SWITCH
           MOVE 0 TO WS-DPA-MATCH-SUB
           PERFORM 325-MATCH-ACTION THRU 325-MATCH-ACTION-EXIT
               VARYING WS-DPA-SUB FROM 1 BY 1
               UNTIL WS-DPA-SUB > WS-ACTION-COUNT OR ACTION-FOUND.
       320-FIND-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Tests a single action table entry against the current item
      *number.
      ******************************************************************
       325-MATCH-ACTION.
           IF WS-DPA-ITEM-NUMBER(WS-DPA-SUB) = DPH-ITEM-NUMBER
               MOVE "Y" TO WS-ACTION-FOUND-SWITCH
               MOVE WS-DPA-SUB TO WS-DPA-MATCH-SUB
           END-IF.
       325-MATCH-ACTION-EXIT.
           EXIT.
      ******************************************************************
      *Releases a held item into TRANS-FILE exactly as intake would
      *have written it - its customer reference first when it had
      *one, then the transaction - behind a submitter reference
      *naming the releasing operator, so anything the ledger then
      *holds for approval shows who put it back in the stream. The
      *item is rewritten released, with who released it, when, and
      *the batch it was released into.
      ******************************************************************
       330-RELEASE-ITEM.
           MOVE SPACES TO TRANS-SUBMITTER-REF
           MOVE "SB" TO TSB-RECORD-FLAG
           MOVE WS-ITEM-OPERATOR TO TSB-OPERATOR
           WRITE TRANS-SUBMITTER-REF
           IF DPH-CUSTOMER-REF-IMAGE NOT = SPACES
               MOVE DPH-CUSTOMER-REF-IMAGE TO TRANS-INFO
               WRITE TRANS-INFO
           END-IF
           MOVE DPH-TRANS-IMAGE TO TRANS-INFO
           WRITE TRANS-INFO
           MOVE "R" TO DPH-STATUS
           MOVE WS-ITEM-OPERATOR TO DPH-ACTIONED-BY
           MOVE WS-CURRENT-DATE-N TO DPH-ACTIONED-DATE
           MOVE WS-BATCH-ID TO DPH-RELEASE-BATCH-ID
           REWRITE DUPLICATE-HOLD-INFO.
       330-RELEASE-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Rewrites a discarded item discarded, with who discarded it and
      *when. Nothing is released.
      ******************************************************************
       340-DISCARD-ITEM.
           MOVE "D" TO DPH-STATUS
           MOVE WS-ITEM-OPERATOR TO DPH-ACTIONED-BY
           MOVE WS-CURRENT-DATE-N TO DPH-ACTIONED-DATE
           REWRITE DUPLICATE-HOLD-INFO.
       340-DISCARD-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Prints the two report lines for an item - the held record,
      *aged in days from the date intake held it, and beneath it the
      *original it matched, which carries the same department,
      *account, amount, and date under an earlier batch - and counts
      *a still-held item into the held totals.
      ******************************************************************
       400-REPORT-ITEM.
           MOVE DPH-TRANS-IMAGE TO TRANS-INFO
           MOVE 0 TO WS-AGE-DAYS
           IF DPH-HELD-DATE IS NUMERIC AND DPH-HELD-DATE > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(DPH-HELD-DATE)
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           IF ITEM-HELD
               ADD 1 TO WS-STILL-HELD-COUNT
               ADD TRANS-AMT TO WS-STILL-HELD-AMOUNT
           END-IF
           MOVE DPH-ITEM-NUMBER TO WS-DH-ITEM-NUMBER
           MOVE SPACES TO WS-DH-ACCOUNT
           STRING TRANS-DEPT-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               TRANS-ACC DELIMITED BY SIZE
               INTO WS-DH-ACCOUNT
           MOVE TRANS-AMT TO WS-DH-AMOUNT
           MOVE TRANS-DATE TO WS-DH-DATE
           MOVE DPH-BATCH-NUMBER TO WS-DH-BATCH
           MOVE DPH-FEED-DATE TO WS-DH-FEED-DATE
           MOVE WS-AGE-DAYS TO WS-DH-AGE
           MOVE WS-ITEM-ACTION-TEXT TO WS-DH-ACTION
           MOVE WS-DUP-HELD-LINE TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE WS-DH-ACCOUNT TO WS-DO-ACCOUNT
           MOVE TRANS-AMT TO WS-DO-AMOUNT
           MOVE TRANS-DATE TO WS-DO-DATE
           MOVE DPH-ORIG-BATCH-NUMBER TO WS-DO-BATCH
           MOVE DPH-ORIG-FEED-DATE TO WS-DO-FEED-DATE
           MOVE DPH-ORIG-ACCEPTED-DATE TO WS-DO-ACCEPTED-DATE
           MOVE WS-DUP-ORIG-LINE TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE.
       400-REPORT-ITEM-EXIT.
           EXIT.
      ******************************************************************
      *Reports one action that matched no held item, so a mistyped
      *item number is seen instead of silently doing nothing.
      ******************************************************************
       700-REPORT-UNMATCHED.
           IF WS-DPA-APPLIED(WS-DPA-SUB) = "N"
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO DUP-REPORT-LINE
               STRING "ACTION FOR ITEM " DELIMITED BY SIZE
                   WS-DPA-ITEM-NUMBER(WS-DPA-SUB) DELIMITED BY SIZE
                   " MATCHES NO HELD ITEM" DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF.
       700-REPORT-UNMATCHED-EXIT.
           EXIT.
      ******************************************************************
      *Prints the run totals at the foot of the review report: what
      *this run released and discarded, how many actions it refused,
      *and what is still held - how many items and for how much.
      ******************************************************************
       710-PRINT-TOTALS.
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "ITEMS RELEASED: " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           IF WS-RELEASED-COUNT > 0
               MOVE SPACES TO DUP-REPORT-LINE
               STRING "RELEASED INTO TRANS BATCH: " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SIZE
                   INTO DUP-REPORT-LINE
               WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "ITEMS DISCARDED: " DELIMITED BY SIZE
               WS-DISCARDED-COUNT DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "ACTIONS REFUSED: " DELIMITED BY SIZE
               WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO DUP-REPORT-LINE
           STRING "ITEMS STILL HELD: " DELIMITED BY SIZE
               WS-STILL-HELD-COUNT DELIMITED BY SIZE
               INTO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE
           MOVE SPACES TO WS-DUP-AMOUNT-LINE
           MOVE "AMOUNT STILL HELD" TO WS-DA-LABEL
           MOVE WS-STILL-HELD-AMOUNT TO WS-DA-AMOUNT
           MOVE WS-DUP-AMOUNT-LINE TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE BEFORE ADVANCING 1 LINE.
       710-PRINT-TOTALS-EXIT.
           EXIT.
      ******************************************************************
      *Appends this run's record to the central run log: program
      *name, start and end timestamps, the run's key counts, and
      *whether it finished cleanly - so "what ran against these
      *files and when" is a fact on file, not a memory.
      ******************************************************************
       950-WRITE-RUN-LOG.
           MOVE "Duplicate_Review" TO RL-PROGRAM-NAME
           MOVE WS-RL-SAVE-START-DATE TO RL-START-DATE
           MOVE WS-RL-SAVE-START-TIME TO RL-START-TIME
           MOVE FUNCTION CURRENT-DATE TO WS-RL-STAMP
           MOVE WS-RL-STAMP-DATE TO RL-END-DATE
           MOVE WS-RL-STAMP-TIME TO RL-END-TIME
           MOVE WS-ITEMS-READ TO RL-READ-COUNT
           MOVE WS-RELEASED-COUNT TO RL-POSTED-COUNT
           MOVE WS-DISCARDED-COUNT TO RL-REJECT-COUNT
           MOVE WS-STILL-HELD-COUNT TO RL-SUSPENDED-COUNT
           MOVE WS-RL-STATUS TO RL-STATUS
           OPEN EXTEND RUN-LOG-FILE
           WRITE RUN-LOG-INFO
           CLOSE RUN-LOG-FILE.
       950-WRITE-RUN-LOG-EXIT.
           EXIT.
